       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHBUILD.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: THE ONE NACHA FILE WE SEND THE BANK EACH   *
      * DAY, AND THE BANK'S ANSWER TO IT. RUN MODE COMES     *
      * FROM SYSIN:                                          *
      *                                                      *
      *   'BUILD' (DAILY, AFTER REFDISB) - READS THE DAY'S   *
      *     THREE ACH EXTRACTS (FUNDDISB FUNDINGS, REFDISB   *
      *     REFUNDS, AUTOPAY DEBITS), PROVES EACH AGAINST    *
      *     ITS OWN CONTROL TRAILER, AND WRITES A NACHA FILE *
      *     - FILE HEADER, A PPD CREDIT BATCH (SERVICE CLASS *
      *     220) AND A PPD DEBIT BATCH (225), EACH WITH ITS  *
      *     BATCH CONTROL, THE FILE CONTROL, AND 9-FILL TO A *
      *     FULL BLOCK OF TEN. A CREDIT GOES TO THE ROUTING  *
      *     AND ACCOUNT ON THE CUSTOMER'S CUST_PAYOUT_ACCT   *
      *     ROW; A DEBIT COMES FROM THE AUTOPAY ENROLLMENT.  *
      *     EVERY ENTRY IS LOGGED TO ACH_ENTRY UNDER ITS     *
      *     TRACE NUMBER. A CREDIT FOR A CUSTOMER WITH NO    *
      *     ACTIVE PAYOUT ACCOUNT CANNOT GO ON THE FILE - IT *
      *     IS LOGGED REJECTED ('NPA') AND ITS FUNDING OR    *
      *     REFUND IS PUT BACK TO NOT SENT ('N'). AN EXTRACT *
      *     THAT DOES NOT AGREE TO ITS TRAILER STOPS THE     *
      *     BUILD (RC 8) - NOTHING IS WRITTEN OR LOGGED.     *
      *                                                      *
      *   'ACK' (DAILY, EARLY IN THE CYCLE) - APPLIES THE    *
      *     BANK'S ACKNOWLEDGMENT OF EARLIER FILES. A FILE   *
      *     ACCEPTED MARKS ITS ENTRIES ACKNOWLEDGED; A FILE  *
      *     REJECTED WHOLE, OR A SINGLE ENTRY REJECTED,      *
      *     PUTS THE ENTRY'S SOURCE ROW BACK TO NOT SENT:    *
      *     LOAN_FUNDING AND REFUND TO 'N' (FUNDDISB AND     *
      *     REFDISB SEND THEM AGAIN), AN AUTOPAY DEBIT TO    *
      *     THE APREJECT FILE IN AUTOPAY'S RETURNS LAYOUT,   *
      *     WHERE AUTOPAY BACKS THE PAYMENT OUT. A SINGLE    *
      *     ENTRY REJECTED MEANS THE ACCOUNT ON IT IS BAD -  *
      *     THE PAYOUT ACCOUNT IS CLOSED OR THE AUTOPAY      *
      *     ENROLLMENT CANCELLED, IF STILL THE SAME ACCOUNT, *
      *     UNTIL THE CUSTOMER GIVES US A GOOD ONE.          *
      *                                                      *
      * THE BANK'S IDENTIFIERS (IMMEDIATE DESTINATION AND    *
      * ORIGIN, COMPANY ID, ODFI) COME FROM PARMFILE.        *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE DAY'S ACH EXTRACTS - BUILD MODE.
           SELECT FUNDIN ASSIGN TO FUNDACH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FUNDACH.

           SELECT REFNIN ASSIGN TO REFNACH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REFNACH.

           SELECT AUTOIN ASSIGN TO AUTOACH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AUTOACH.

           SELECT NACHOUT ASSIGN TO NACHAOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-NACHAOUT.

      * THE BANK'S ACKNOWLEDGMENT, AND THE REJECTED AUTOPAY DEBITS
      * FOR AUTOPAY - ACK MODE.
           SELECT ACKIN ASSIGN TO ACKFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ACKFILE.

           SELECT APREJOUT ASSIGN TO APREJECT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-APREJECT.

           SELECT RPTOUT ASSIGN TO ACHRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ACHRPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

       FD FUNDIN
            RECORDING MODE F.
       01 FUNDIN-RECORD          PIC X(94).

       FD REFNIN
            RECORDING MODE F.
       01 REFNIN-RECORD          PIC X(94).

       FD AUTOIN
            RECORDING MODE F.
       01 AUTOIN-RECORD          PIC X(94).

       FD NACHOUT
            RECORDING MODE F.
       01 NACHA-RECORD           PIC X(94).

      * ONE 'F' RECORD PER FILE THE BANK RECEIVED - ACCEPTED ('A')
      * OR REJECTED WHOLE ('R'), WITH THE BANK'S OWN COUNT AND
      * TOTALS - AND ONE 'E' RECORD PER ENTRY IT REJECTED, BY
      * TRACE NUMBER.
       FD ACKIN
            RECORDING MODE F.
       01 ACK-RECORD.
          05 ACK-RECORD-TYPE     PIC X(1).
          05 ACK-FILE-DATE       PIC X(6).
          05 ACK-FILE-ID-MOD     PIC X(1).
          05 ACK-FILE-STATUS     PIC X(1).
          05 ACK-TRACE-NUMBER    PIC X(15).
          05 ACK-REASON-CODE     PIC X(3).
          05 ACK-ENTRY-COUNT     PIC 9(8).
          05 ACK-TOTAL-DEBIT     PIC 9(12).
          05 ACK-TOTAL-CREDIT    PIC 9(12).
          05 FILLER              PIC X(21).

      * SAME LAYOUT AS AUTOPAY'S ACHRTN RETURNS FEED.
       FD APREJOUT
            RECORDING MODE F.
       01 APREJ-RECORD.
          05 APR-PAYMENT-ID      PIC 9(9).
          05 APR-REASON-CODE     PIC X(3).
          05 FILLER              PIC X(68).

       FD RPTOUT
            RECORDING MODE F.
       01 ACH-REPORT-LINE        PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE CUSTAUDIT END-EXEC.
           EXEC SQL INCLUDE PAYOUTAC  END-EXEC.
           EXEC SQL INCLUDE ACHENTRY  END-EXEC.
           EXEC SQL INCLUDE CALENDAR  END-EXEC.

      * FILE STATUS.
       01 FS-FUNDACH            PIC X(02).
       01 FS-REFNACH            PIC X(02).
       01 FS-AUTOACH            PIC X(02).
       01 FS-NACHAOUT           PIC X(02).
       01 FS-ACKFILE            PIC X(02).
       01 FS-APREJECT           PIC X(02).
       01 FS-ACHRPT             PIC X(02).
       01 FS-EXTRACT            PIC X(02).
       01 EOF-STAGE             PIC X VALUE 'N'.
         88 END-OF-STAGE        VALUE 'Y'.
       01 EOF-ACK               PIC X VALUE 'N'.
         88 END-OF-ACK          VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

      * RUN CARD FROM SYSIN: 'BUILD' OR 'ACK'.
       01 WS-RUN-CARD.
          05 WS-RUN-MODE        PIC X(5).
          05 FILLER             PIC X(75).

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).
       01 WS-CURRENT-TIME.
          05 WS-TIME-HHMM       PIC X(4).
          05 FILLER             PIC X(4).

      * ORIGINATOR IDENTIFIERS - PARMFILE KEYS. THE FOUR BANK IDS
      * HAVE NO SAFE DEFAULT; WITHOUT THEM NO FILE IS BUILT.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-IMMED-DEST         PIC X(9)  VALUE SPACES.
       01 WS-IMMED-ORIGIN       PIC X(10) VALUE SPACES.
       01 WS-COMPANY-ID         PIC X(10) VALUE SPACES.
       01 WS-ODFI-ID            PIC X(8)  VALUE SPACES.
       01 WS-DEST-NAME          PIC X(23) VALUE SPACES.
       01 WS-ORIGIN-NAME        PIC X(23) VALUE 'LENDWISE'.
       01 WS-COMPANY-NAME       PIC X(16) VALUE 'LENDWISE'.

      * FILE IDENTITY - TODAY'S DATE PLUS THE NEXT FILE-ID MODIFIER
      * NOT YET USED TODAY, SO A SECOND FILE THE SAME DAY IS NEVER
      * TAKEN FOR A DUPLICATE BY THE BANK.
       01 WS-MODIFIER-LIST      PIC X(36) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01 WS-LAST-MODIFIER      PIC X(1).
       01 WS-MODIFIER-POS       PIC 9(4) USAGE COMP.
       01 WS-FILE-ID-MOD        PIC X(1).

      * EFFECTIVE ENTRY DATE - THE NEXT BUSINESS DAY, ROLLED OFF
      * WEEKENDS AND HOLIDAY_CAL DATES THE WAY WONA ROLLS A DUE DATE.
       01 WS-TODAY-NUM          PIC 9(8).
       01 WS-CAL-INTEGER        PIC S9(9) USAGE COMP.
       01 WS-CAL-DATE-NUM       PIC 9(8).
       01 WS-CAL-DATE-DASHED    PIC X(10).
       01 WS-CAL-DOW            PIC 9(1).
       01 WS-CAL-HOLIDAY-COUNT  PIC S9(9) USAGE COMP.
       01 WS-BUSINESS-DAY-FLAG  PIC X(1).
         88 BUSINESS-DAY        VALUE 'Y'.
       01 WS-EFFECTIVE-YYMMDD   PIC X(6).

      * WHICH EXTRACT IS BEING READ: 'F' FUNDDISB, 'R' REFDISB,
      * 'A' AUTOPAY.
       01 WS-STAGE-SOURCE       PIC X(1).
         88 STAGE-FUNDING       VALUE 'F'.
         88 STAGE-REFUND        VALUE 'R'.
         88 STAGE-AUTOPAY       VALUE 'A'.

      * ONE EXTRACT RECORD, WITH ITS THREE SHAPES.
       01 STG-RECORD            PIC X(94).
       01 STG-CREDIT-DETAIL REDEFINES STG-RECORD.
          05 STC-RECORD-TYPE    PIC X(3).
          05 STC-CUSTOMER-ID    PIC 9(9).
          05 STC-AMOUNT         PIC 9(10).
          05 STC-LOAN-ID        PIC 9(9).
          05 STC-NAME           PIC X(30).
          05 STC-DATE           PIC X(8).
          05 FILLER             PIC X(25).
       01 STG-DEBIT-DETAIL REDEFINES STG-RECORD.
          05 STD-RECORD-TYPE    PIC X(3).
          05 STD-ROUTING        PIC X(9).
          05 STD-ACCOUNT        PIC X(17).
          05 STD-AMOUNT         PIC 9(10).
          05 STD-INVOICE-ID     PIC 9(9).
          05 STD-LOAN-ID        PIC 9(9).
          05 STD-DATE           PIC X(10).
          05 STD-PAYMENT-ID     PIC 9(9).
          05 FILLER             PIC X(18).
       01 STG-TRAILER REDEFINES STG-RECORD.
          05 STT-RECORD-TYPE    PIC X(1).
          05 STT-COUNT          PIC 9(6).
          05 STT-AMOUNT         PIC 9(12).
          05 FILLER             PIC X(75).

      * EXTRACT PROOF - DETAILS COUNTED AND SUMMED AGAINST THE
      * EXTRACT'S OWN TRAILER BEFORE ANYTHING IS BUILT.
       01 WS-PROOF-COUNT        PIC 9(6).
       01 WS-PROOF-AMOUNT       PIC 9(12).
       01 WS-PROOF-TRAILERS     PIC 9(4).
       01 WS-PROOF-OK           PIC X VALUE 'Y'.
         88 EXTRACTS-AGREE      VALUE 'Y'.

      * THE ENTRY BEING BUILT.
       01 WS-ENTRY-ROUTING      PIC X(9).
       01 WS-ENTRY-ROUTING-N REDEFINES WS-ENTRY-ROUTING.
          05 WS-ENTRY-RDFI      PIC 9(8).
          05 WS-ENTRY-CHECK     PIC 9(1).
       01 WS-ENTRY-ACCOUNT      PIC X(17).
       01 WS-ENTRY-TRAN-CODE    PIC X(2).
       01 WS-ENTRY-CENTS        PIC 9(10).
       01 WS-ENTRY-NAME         PIC X(22).
       01 WS-ENTRY-IND-ID       PIC X(15).
       01 WS-ENTRY-KEY-EDIT     PIC 9(9).
       01 WS-PAYOUT-FOUND       PIC X VALUE 'N'.
         88 PAYOUT-ACCOUNT-FOUND VALUE 'Y'.

      * BATCH AND FILE CONTROL ACCUMULATORS. HASHES ARE SUMMED WIDE
      * AND THE RIGHTMOST TEN DIGITS KEPT, AS THE RULES REQUIRE.
       01 WS-BATCH-OPEN         PIC X VALUE 'N'.
         88 BATCH-IS-OPEN       VALUE 'Y'.
       01 WS-SERVICE-CLASS      PIC X(3).
       01 WS-ENTRY-DESC         PIC X(10).
       01 WS-BATCH-NUMBER       PIC 9(7)  VALUE 0.
       01 WS-BATCH-ENTRIES      PIC 9(6)  VALUE 0.
       01 WS-BATCH-HASH         PIC 9(15) VALUE 0.
       01 WS-BATCH-DEBIT        PIC 9(12) VALUE 0.
       01 WS-BATCH-CREDIT       PIC 9(12) VALUE 0.
       01 WS-FILE-BATCHES       PIC 9(6)  VALUE 0.
       01 WS-FILE-ENTRIES       PIC 9(8)  VALUE 0.
       01 WS-FILE-HASH          PIC 9(15) VALUE 0.
       01 WS-FILE-DEBIT         PIC 9(12) VALUE 0.
       01 WS-FILE-CREDIT        PIC 9(12) VALUE 0.
       01 WS-FILE-RECORDS       PIC 9(8)  VALUE 0.
       01 WS-FILE-BLOCKS        PIC 9(6)  VALUE 0.
       01 WS-FILL-RECORDS       PIC 9(2)  VALUE 0.
       01 WS-TRACE-SEQ          PIC 9(7)  VALUE 0.

      * NACHA RECORDS - 94 BYTES, BLOCKED TEN.
       01 NCH-FILE-HEADER.
          05 FILLER             PIC X(1)  VALUE '1'.
          05 FILLER             PIC X(2)  VALUE '01'.
          05 NFH-IMMED-DEST     PIC X(10).
          05 NFH-IMMED-ORIGIN   PIC X(10).
          05 NFH-CREATE-DATE    PIC X(6).
          05 NFH-CREATE-TIME    PIC X(4).
          05 NFH-FILE-ID-MOD    PIC X(1).
          05 FILLER             PIC X(3)  VALUE '094'.
          05 FILLER             PIC X(2)  VALUE '10'.
          05 FILLER             PIC X(1)  VALUE '1'.
          05 NFH-DEST-NAME      PIC X(23).
          05 NFH-ORIGIN-NAME    PIC X(23).
          05 NFH-REFERENCE      PIC X(8).

       01 NCH-BATCH-HEADER.
          05 FILLER             PIC X(1)  VALUE '5'.
          05 NBH-SERVICE-CLASS  PIC X(3).
          05 NBH-COMPANY-NAME   PIC X(16).
          05 NBH-DISCRETIONARY  PIC X(20) VALUE SPACES.
          05 NBH-COMPANY-ID     PIC X(10).
          05 NBH-SEC-CODE       PIC X(3)  VALUE 'PPD'.
          05 NBH-ENTRY-DESC     PIC X(10).
          05 NBH-DESCRIPTIVE-DATE PIC X(6).
          05 NBH-EFFECTIVE-DATE PIC X(6).
          05 NBH-SETTLEMENT-DATE PIC X(3) VALUE SPACES.
          05 NBH-ORIGINATOR-STATUS PIC X(1) VALUE '1'.
          05 NBH-ODFI-ID        PIC X(8).
          05 NBH-BATCH-NUMBER   PIC 9(7).

       01 NCH-ENTRY-DETAIL.
          05 FILLER             PIC X(1)  VALUE '6'.
          05 NED-TRAN-CODE      PIC X(2).
          05 NED-RDFI-ID        PIC X(8).
          05 NED-CHECK-DIGIT    PIC X(1).
          05 NED-ACCOUNT        PIC X(17).
          05 NED-AMOUNT         PIC 9(10).
          05 NED-INDIVIDUAL-ID  PIC X(15).
          05 NED-INDIVIDUAL-NAME PIC X(22).
          05 NED-DISCRETIONARY  PIC X(2)  VALUE SPACES.
          05 NED-ADDENDA-IND    PIC X(1)  VALUE '0'.
          05 NED-TRACE-NUMBER.
             10 NED-TRACE-ODFI  PIC X(8).
             10 NED-TRACE-SEQ   PIC 9(7).

       01 NCH-BATCH-CONTROL.
          05 FILLER             PIC X(1)  VALUE '8'.
          05 NBC-SERVICE-CLASS  PIC X(3).
          05 NBC-ENTRY-COUNT    PIC 9(6).
          05 NBC-ENTRY-HASH     PIC 9(10).
          05 NBC-TOTAL-DEBIT    PIC 9(12).
          05 NBC-TOTAL-CREDIT   PIC 9(12).
          05 NBC-COMPANY-ID     PIC X(10).
          05 NBC-AUTH-CODE      PIC X(19) VALUE SPACES.
          05 NBC-RESERVED       PIC X(6)  VALUE SPACES.
          05 NBC-ODFI-ID        PIC X(8).
          05 NBC-BATCH-NUMBER   PIC 9(7).

       01 NCH-FILE-CONTROL.
          05 FILLER             PIC X(1)  VALUE '9'.
          05 NFC-BATCH-COUNT    PIC 9(6).
          05 NFC-BLOCK-COUNT    PIC 9(6).
          05 NFC-ENTRY-COUNT    PIC 9(8).
          05 NFC-ENTRY-HASH     PIC 9(10).
          05 NFC-TOTAL-DEBIT    PIC 9(12).
          05 NFC-TOTAL-CREDIT   PIC 9(12).
          05 FILLER             PIC X(39) VALUE SPACES.

       01 NCH-BLOCK-FILLER      PIC X(94) VALUE ALL '9'.

      * ACKNOWLEDGMENT WORK FIELDS.
       01 WS-ACK-FILE-DATE      PIC X(10).
       01 WS-ACK-REASON         PIC X(3).
       01 WS-ACK-ENTRY-LEVEL    PIC X VALUE 'N'.
         88 ENTRY-LEVEL-REJECT  VALUE 'Y'.
       01 WS-OUR-COUNT          PIC S9(9) USAGE COMP.
       01 WS-OUR-DEBIT          PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-OUR-CREDIT         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-BANK-DEBIT         PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-BANK-CREDIT        PIC S9(15)V9(2) USAGE COMP-3.

      * RUN CONTROL TOTALS.
       01 WS-CREDITS-ON-FILE    PIC 9(9) VALUE 0.
       01 WS-DEBITS-ON-FILE     PIC 9(9) VALUE 0.
       01 WS-NOT-ON-FILE        PIC 9(9) VALUE 0.
       01 WS-FILES-ACCEPTED     PIC 9(9) VALUE 0.
       01 WS-FILES-REJECTED     PIC 9(9) VALUE 0.
       01 WS-ENTRIES-REJECTED   PIC 9(9) VALUE 0.
       01 WS-ACCOUNTS-CLOSED    PIC 9(9) VALUE 0.
       01 WS-ACK-EXCEPTIONS     PIC 9(9) VALUE 0.

      * REPORT LINES.
       01 WS-BUILD-HEADER       PIC X(132) VALUE
           'NACHA FILE BUILD - ENTRIES NOT ON THE FILE AND CONTROL TOTA
      -    'LS'.
       01 WS-ACK-HEADER         PIC X(132) VALUE
           'BANK ACKNOWLEDGMENT - FILES AND ENTRIES REJECTED'.

       01 WS-ENTRY-LINE.
          05 RPT-ACTION         PIC X(14).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-SOURCE         PIC X(8).
          05 FILLER             PIC X(7)  VALUE ' LOAN: '.
          05 RPT-LOAN-ID        PIC 9(9).
          05 FILLER             PIC X(7)  VALUE ' CUST: '.
          05 RPT-CUSTOMER-ID    PIC 9(9).
          05 FILLER             PIC X(8)  VALUE ' TRACE: '.
          05 RPT-TRACE-NUMBER   PIC X(15).
          05 FILLER             PIC X(9)  VALUE ' AMOUNT: '.
          05 RPT-AMOUNT         PIC ZZZZZZZZZZZ9.99.
          05 FILLER             PIC X(7)  VALUE ' CODE: '.
          05 RPT-CODE           PIC X(3).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-NOTE           PIC X(19).

       01 WS-TOTAL-LINE.
          05 RPT-TOTAL-LABEL    PIC X(40).
          05 RPT-TOTAL-COUNT    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 RPT-TOTAL-AMOUNT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TEXT-LINE          PIC X(132).

      *****************************************************
      *  ENTRIES OF ONE FILE STILL STANDING ON IT - FOR A *
      *  FILE THE BANK REJECTED WHOLE.                    *
      *****************************************************
           EXEC SQL
             DECLARE C-FILE-ENTRIES CURSOR WITH HOLD FOR
               SELECT TRACE_NUMBER, SOURCE_TYPE, LOAN_ID,
                      CUSTOMER_ID, PAYMENT_ID, TRAN_CODE,
                      ROUTING_NUMBER, ACCOUNT_NUMBER, AMOUNT
                 FROM KALA12.ACH_ENTRY
                WHERE FILE_DATE    = :ACE_FILE-DATE
                  AND FILE_ID_MOD  = :ACE_FILE-ID-MOD
                  AND ENTRY_STATUS IN ('S', 'K')
                ORDER BY TRACE_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-RUN-CARD
           ACCEPT WS-RUN-CARD

           DISPLAY 'ACHBUILD - NACHA FILE RUN, MODE: ' WS-RUN-MODE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           EVALUATE WS-RUN-MODE
             WHEN 'BUILD'
               PERFORM BUILD-NACHA-FILE
             WHEN 'ACK'
               PERFORM APPLY-ACKNOWLEDGMENT
             WHEN OTHER
               DISPLAY 'ACHBUILD - UNKNOWN RUN MODE: ' WS-RUN-MODE
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN
           .

      ****************************************************************
      *  BUILD MODE                                                  *
      ****************************************************************
       BUILD-NACHA-FILE.
           PERFORM READ-RUN-PARAMETERS

           IF WS-IMMED-DEST = SPACES OR WS-IMMED-ORIGIN = SPACES
              OR WS-COMPANY-ID = SPACES OR WS-ODFI-ID = SPACES
              DISPLAY 'ACHBUILD - BANK IDENTIFIERS MISSING FROM '
                      'PARMFILE - NO FILE BUILT.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM PROVE-ALL-EXTRACTS

           IF NOT EXTRACTS-AGREE
              DISPLAY 'ACHBUILD - EXTRACTS DO NOT AGREE TO THEIR '
                      'TRAILERS - NO FILE BUILT.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT NACHOUT
           IF FS-NACHAOUT NOT = '00'
              DISPLAY 'ACHBUILD - ERROR OPENING NACHA FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-NACHAOUT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM OPEN-REPORT
           WRITE ACH-REPORT-LINE FROM WS-BUILD-HEADER

           PERFORM ASSIGN-FILE-ID-MODIFIER
           PERFORM COMPUTE-EFFECTIVE-DATE
           PERFORM WRITE-FILE-HEADER

      * CREDITS - FUNDINGS, THEN REFUNDS - IN ONE BATCH.
           MOVE '220'        TO WS-SERVICE-CLASS
           MOVE 'DISBURSE  ' TO WS-ENTRY-DESC
           SET STAGE-FUNDING TO TRUE
           PERFORM BUILD-FROM-EXTRACT
           SET STAGE-REFUND TO TRUE
           PERFORM BUILD-FROM-EXTRACT
           PERFORM CLOSE-BATCH

      * DEBITS - AUTOPAY - IN THEIR OWN BATCH.
           MOVE '225'        TO WS-SERVICE-CLASS
           MOVE 'LOAN PYMT ' TO WS-ENTRY-DESC
           SET STAGE-AUTOPAY TO TRUE
           PERFORM BUILD-FROM-EXTRACT
           PERFORM CLOSE-BATCH

           PERFORM WRITE-FILE-CONTROL

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-BUILD-TOTALS

           CLOSE NACHOUT
           CLOSE RPTOUT

           DISPLAY 'ACHBUILD - FILE ID MODIFIER:   ' WS-FILE-ID-MOD
           DISPLAY 'ACHBUILD - CREDITS ON FILE:    ' WS-CREDITS-ON-FILE
           DISPLAY 'ACHBUILD - DEBITS ON FILE:     ' WS-DEBITS-ON-FILE
           DISPLAY 'ACHBUILD - NOT ON FILE (NPA):  ' WS-NOT-ON-FILE
           DISPLAY 'ACHBUILD - BATCHES:            ' WS-FILE-BATCHES
           DISPLAY 'ACHBUILD - BLOCKS:             ' WS-FILE-BLOCKS

      * A CREDIT THAT COULD NOT GO OUT NEEDS SOMEONE TO GET THE
      * CUSTOMER'S BANK DETAILS.
           IF WS-NOT-ON-FILE > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. NAMES
      * TAKE THE WHOLE VALUE, EMBEDDED SPACES AND ALL.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'ACHBUILD - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'ACHBUILD - IMMEDIATE DEST: ' WS-IMMED-DEST
                   ' ORIGIN: ' WS-IMMED-ORIGIN
                   ' ODFI: ' WS-ODFI-ID
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
                WHEN 'ACH-IMMED-DEST'
                  IF WS-PARM-LEN = 9
                     AND WS-PARM-TOKEN(1:9) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:9) TO WS-IMMED-DEST
                  ELSE
                     DISPLAY 'ACHBUILD - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'ACH-IMMED-ORIGIN'
                  IF WS-PARM-LEN = 10
                     MOVE WS-PARM-TOKEN(1:10) TO WS-IMMED-ORIGIN
                  ELSE
                     DISPLAY 'ACHBUILD - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'ACH-COMPANY-ID'
                  IF WS-PARM-LEN = 10
                     MOVE WS-PARM-TOKEN(1:10) TO WS-COMPANY-ID
                  ELSE
                     DISPLAY 'ACHBUILD - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'ACH-ODFI-ID'
                  IF WS-PARM-LEN = 8
                     AND WS-PARM-TOKEN(1:8) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:8) TO WS-ODFI-ID
                  ELSE
                     DISPLAY 'ACHBUILD - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'ACH-DEST-NAME'
                  MOVE WS-PARM-VALUE TO WS-DEST-NAME
                WHEN 'ACH-ORIGIN-NAME'
                  MOVE WS-PARM-VALUE TO WS-ORIGIN-NAME
                WHEN 'ACH-COMPANY-NAME'
                  MOVE WS-PARM-VALUE TO WS-COMPANY-NAME
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       PROVE-ALL-EXTRACTS.
      * EACH EXTRACT MUST HOLD EXACTLY ONE TRAILER, AND ITS DETAILS
      * MUST ADD UP TO IT - A SHORT OR DOUBLED EXTRACT NEVER REACHES
      * THE BANK.
           SET STAGE-FUNDING TO TRUE
           PERFORM PROVE-ONE-EXTRACT
           SET STAGE-REFUND TO TRUE
           PERFORM PROVE-ONE-EXTRACT
           SET STAGE-AUTOPAY TO TRUE
           PERFORM PROVE-ONE-EXTRACT
           .

       PROVE-ONE-EXTRACT.
           MOVE 0 TO WS-PROOF-COUNT
           MOVE 0 TO WS-PROOF-AMOUNT
           MOVE 0 TO WS-PROOF-TRAILERS

           PERFORM OPEN-EXTRACT
           PERFORM READ-EXTRACT-RECORD
           PERFORM UNTIL END-OF-STAGE
              EVALUATE STG-RECORD(1:1)
                WHEN '6'
                  ADD 1 TO WS-PROOF-COUNT
                  IF STAGE-AUTOPAY
                     ADD STD-AMOUNT TO WS-PROOF-AMOUNT
                  ELSE
                     ADD STC-AMOUNT TO WS-PROOF-AMOUNT
                  END-IF
                WHEN '9'
                  ADD 1 TO WS-PROOF-TRAILERS
                  IF STT-COUNT NOT = WS-PROOF-COUNT
                     OR STT-AMOUNT NOT = WS-PROOF-AMOUNT
                     MOVE 'N' TO WS-PROOF-OK
                     DISPLAY 'ACHBUILD - EXTRACT ' WS-STAGE-SOURCE
                             ' TRAILER ' STT-COUNT '/' STT-AMOUNT
                             ' READ ' WS-PROOF-COUNT '/'
                             WS-PROOF-AMOUNT
                  END-IF
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
              PERFORM READ-EXTRACT-RECORD
           END-PERFORM
           PERFORM CLOSE-EXTRACT

           IF WS-PROOF-TRAILERS NOT = 1
              MOVE 'N' TO WS-PROOF-OK
              DISPLAY 'ACHBUILD - EXTRACT ' WS-STAGE-SOURCE
                      ' HAS ' WS-PROOF-TRAILERS ' TRAILERS'
           END-IF
           .

       OPEN-EXTRACT.
           MOVE 'N' TO EOF-STAGE
           EVALUATE TRUE
             WHEN STAGE-FUNDING
               OPEN INPUT FUNDIN
               MOVE FS-FUNDACH TO FS-EXTRACT
             WHEN STAGE-REFUND
               OPEN INPUT REFNIN
               MOVE FS-REFNACH TO FS-EXTRACT
             WHEN STAGE-AUTOPAY
               OPEN INPUT AUTOIN
               MOVE FS-AUTOACH TO FS-EXTRACT
           END-EVALUATE

           IF FS-EXTRACT NOT = '00'
              DISPLAY 'ACHBUILD - ERROR OPENING EXTRACT '
                      WS-STAGE-SOURCE '.'
              DISPLAY 'FILE STATUS CODE: ' FS-EXTRACT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       READ-EXTRACT-RECORD.
           EVALUATE TRUE
             WHEN STAGE-FUNDING
               READ FUNDIN INTO STG-RECORD
                  AT END
                     MOVE 'Y' TO EOF-STAGE
               END-READ
             WHEN STAGE-REFUND
               READ REFNIN INTO STG-RECORD
                  AT END
                     MOVE 'Y' TO EOF-STAGE
               END-READ
             WHEN STAGE-AUTOPAY
               READ AUTOIN INTO STG-RECORD
                  AT END
                     MOVE 'Y' TO EOF-STAGE
               END-READ
           END-EVALUATE
           .

       CLOSE-EXTRACT.
           EVALUATE TRUE
             WHEN STAGE-FUNDING
               CLOSE FUNDIN
             WHEN STAGE-REFUND
               CLOSE REFNIN
             WHEN STAGE-AUTOPAY
               CLOSE AUTOIN
           END-EVALUATE
           .

       ASSIGN-FILE-ID-MODIFIER.
      * THE FIRST FILE OF THE DAY IS 'A'; A RERUN AFTER A FAILURE
      * LOGGED NOTHING AND TAKES THE SAME LETTER AGAIN.
           MOVE WS-TODAY-DASHED TO ACE_FILE-DATE

           EXEC SQL
              SELECT COALESCE(MAX(FILE_ID_MOD), ' ')
                INTO :WS-LAST-MODIFIER
                FROM KALA12.ACH_ENTRY
               WHERE FILE_DATE = :ACE_FILE-DATE
           END-EXEC
           MOVE 'FETCH LAST FILE ID MODIFIER' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-LAST-MODIFIER = SPACE
              MOVE 'A' TO WS-FILE-ID-MOD
           ELSE
              MOVE 0 TO WS-MODIFIER-POS
              INSPECT WS-MODIFIER-LIST TALLYING WS-MODIFIER-POS
                 FOR CHARACTERS BEFORE INITIAL WS-LAST-MODIFIER
              ADD 2 TO WS-MODIFIER-POS
              IF WS-MODIFIER-POS > 36
                 DISPLAY 'ACHBUILD - ALL FILE ID MODIFIERS USED '
                         'TODAY - NO FILE BUILT.'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-MODIFIER-LIST(WS-MODIFIER-POS:1)
                TO WS-FILE-ID-MOD
           END-IF

           MOVE WS-FILE-ID-MOD TO ACE_FILE-ID-MOD
           .

       COMPUTE-EFFECTIVE-DATE.
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           COMPUTE WS-CAL-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) + 1

           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
              ADD 1 TO WS-CAL-INTEGER
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM

           MOVE WS-CAL-DATE-NUM(3:6) TO WS-EFFECTIVE-YYMMDD
           .

       CHECK-BUSINESS-DAY.
      * DAY 1 OF THE INTEGER CALENDAR IS A MONDAY, SO MOD 7 OF 6 IS
      * SATURDAY AND 0 IS SUNDAY.
           COMPUTE WS-CAL-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-CAL-INTEGER)

           MOVE WS-CAL-DATE-NUM(1:4) TO WS-CAL-DATE-DASHED(1:4)
           MOVE '-' TO WS-CAL-DATE-DASHED(5:1)
           MOVE WS-CAL-DATE-NUM(5:2) TO WS-CAL-DATE-DASHED(6:2)
           MOVE '-' TO WS-CAL-DATE-DASHED(8:1)
           MOVE WS-CAL-DATE-NUM(7:2) TO WS-CAL-DATE-DASHED(9:2)

           COMPUTE WS-CAL-DOW = FUNCTION MOD (WS-CAL-INTEGER, 7)

           IF WS-CAL-DOW = 6 OR WS-CAL-DOW = 0
              MOVE 'N' TO WS-BUSINESS-DAY-FLAG
           ELSE
              MOVE WS-CAL-DATE-DASHED TO CAL_HOLIDAY-DATE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CAL-HOLIDAY-COUNT
                   FROM KALA12.HOLIDAY_CAL
                  WHERE HOLIDAY_DATE = :CAL_HOLIDAY-DATE
              END-EXEC
              MOVE 'CHECK HOLIDAY CALENDAR' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-CAL-HOLIDAY-COUNT > 0
                 MOVE 'N' TO WS-BUSINESS-DAY-FLAG
              ELSE
                 MOVE 'Y' TO WS-BUSINESS-DAY-FLAG
              END-IF
           END-IF
           .

       WRITE-FILE-HEADER.
           MOVE SPACE                 TO NFH-IMMED-DEST(1:1)
           MOVE WS-IMMED-DEST         TO NFH-IMMED-DEST(2:9)
           MOVE WS-IMMED-ORIGIN       TO NFH-IMMED-ORIGIN
           MOVE WS-CURRENT-DATE(3:6)  TO NFH-CREATE-DATE
           MOVE WS-TIME-HHMM          TO NFH-CREATE-TIME
           MOVE WS-FILE-ID-MOD        TO NFH-FILE-ID-MOD
           MOVE WS-DEST-NAME          TO NFH-DEST-NAME
           MOVE WS-ORIGIN-NAME        TO NFH-ORIGIN-NAME
           MOVE SPACES                TO NFH-REFERENCE

           WRITE NACHA-RECORD FROM NCH-FILE-HEADER
           ADD 1 TO WS-FILE-RECORDS
           .

       BUILD-FROM-EXTRACT.
           PERFORM OPEN-EXTRACT
           PERFORM READ-EXTRACT-RECORD
           PERFORM UNTIL END-OF-STAGE
              IF STG-RECORD(1:1) = '6'
                 PERFORM BUILD-ONE-ENTRY
              END-IF
              PERFORM READ-EXTRACT-RECORD
           END-PERFORM
           PERFORM CLOSE-EXTRACT
           .

       BUILD-ONE-ENTRY.
           MOVE WS-STAGE-SOURCE TO ACE_SOURCE-TYPE
           MOVE 0 TO ACE_PAYMENT-ID

           IF STAGE-AUTOPAY
              PERFORM SET-UP-DEBIT-ENTRY
           ELSE
              PERFORM SET-UP-CREDIT-ENTRY
           END-IF

           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-ODFI-ID   TO ACE_TRACE-NUMBER(1:8)
           MOVE WS-TRACE-SEQ TO ACE_TRACE-NUMBER(9:7)
           COMPUTE ACE_AMOUNT = WS-ENTRY-CENTS / 100
           MOVE WS-ENTRY-TRAN-CODE TO ACE_TRAN-CODE
           MOVE WS-ENTRY-ROUTING   TO ACE_ROUTING-NUMBER
           MOVE WS-ENTRY-ACCOUNT   TO ACE_ACCOUNT-NUMBER
           MOVE SPACES             TO ACE_ACK-DATE

           IF STAGE-AUTOPAY OR PAYOUT-ACCOUNT-FOUND
              PERFORM WRITE-ENTRY-DETAIL
              MOVE 'S'    TO ACE_ENTRY-STATUS
              MOVE SPACES TO ACE_REJECT-CODE
           ELSE
      * NOWHERE TO SEND IT - LOGGED AS REJECTED SO THE SOURCE ROW
      * CAN BE SENT AGAIN FOR THE SAME AMOUNT ONCE AN ACCOUNT IS ON
      * FILE.
              MOVE 'J'   TO ACE_ENTRY-STATUS
              MOVE 'NPA' TO ACE_REJECT-CODE
              MOVE WS-TODAY-DASHED TO ACE_ACK-DATE
              PERFORM MARK-SOURCE-NOT-SENT
              ADD 1 TO WS-NOT-ON-FILE
              MOVE 'NOT ON FILE'   TO RPT-ACTION
              MOVE 'NO PAYOUT ACCT' TO RPT-NOTE
              PERFORM WRITE-ENTRY-LINE
           END-IF

           PERFORM INSERT-ACH-ENTRY
           .

       SET-UP-CREDIT-ENTRY.
           MOVE STC-LOAN-ID     TO ACE_LOAN-ID
           MOVE STC-CUSTOMER-ID TO ACE_CUSTOMER-ID
           MOVE STC-AMOUNT      TO WS-ENTRY-CENTS
           MOVE STC-NAME        TO WS-ENTRY-NAME
           MOVE SPACES          TO WS-ENTRY-IND-ID
           MOVE STC-LOAN-ID     TO WS-ENTRY-KEY-EDIT
           IF STAGE-FUNDING
              STRING 'FND' WS-ENTRY-KEY-EDIT DELIMITED BY SIZE
                INTO WS-ENTRY-IND-ID
           ELSE
              STRING 'RFD' WS-ENTRY-KEY-EDIT DELIMITED BY SIZE
                INTO WS-ENTRY-IND-ID
           END-IF

           MOVE STC-CUSTOMER-ID TO POA_CUSTOMER-ID
           EXEC SQL
              SELECT ROUTING_NUMBER, ACCOUNT_NUMBER, ACCOUNT_TYPE
                INTO :POA_ROUTING-NUMBER, :POA_ACCOUNT-NUMBER,
                     :POA_ACCOUNT-TYPE
                FROM KALA12.CUST_PAYOUT_ACCT
               WHERE CUSTOMER_ID = :POA_CUSTOMER-ID
                 AND ACCT_STATUS = 'A'
           END-EXEC
           MOVE 'FETCH PAYOUT ACCOUNT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              MOVE 'Y' TO WS-PAYOUT-FOUND
              MOVE POA_ROUTING-NUMBER TO WS-ENTRY-ROUTING
              MOVE POA_ACCOUNT-NUMBER TO WS-ENTRY-ACCOUNT
              IF POA_ACCOUNT-TYPE = 'S'
                 MOVE '32' TO WS-ENTRY-TRAN-CODE
              ELSE
                 MOVE '22' TO WS-ENTRY-TRAN-CODE
              END-IF
           ELSE
              MOVE 'N' TO WS-PAYOUT-FOUND
              MOVE SPACES TO WS-ENTRY-ROUTING WS-ENTRY-ACCOUNT
              MOVE '22'   TO WS-ENTRY-TRAN-CODE
           END-IF
           .

       SET-UP-DEBIT-ENTRY.
      * THE ENROLLMENT'S BANK DETAILS CAME THROUGH ON THE EXTRACT;
      * THE BORROWER'S NAME AND ID COME FROM THE LOAN.
           MOVE STD-LOAN-ID     TO ACE_LOAN-ID
           MOVE STD-PAYMENT-ID  TO ACE_PAYMENT-ID
           MOVE STD-AMOUNT      TO WS-ENTRY-CENTS
           MOVE STD-ROUTING     TO WS-ENTRY-ROUTING
           MOVE STD-ACCOUNT     TO WS-ENTRY-ACCOUNT
           MOVE '27'            TO WS-ENTRY-TRAN-CODE
           MOVE SPACES          TO WS-ENTRY-IND-ID
           MOVE STD-PAYMENT-ID  TO WS-ENTRY-KEY-EDIT
           STRING 'PAY' WS-ENTRY-KEY-EDIT DELIMITED BY SIZE
             INTO WS-ENTRY-IND-ID

           EXEC SQL
              SELECT C.ID, C.NAME
                INTO :CUSTOMER_ID, :CUSTOMER_NAME
                FROM LOAN L
                JOIN CUSTOMER C
                  ON C.ID = L.CUSTOMER_ID
               WHERE L.LOAN_ID = :ACE_LOAN-ID
           END-EXEC
           MOVE 'FETCH DEBIT BORROWER' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              MOVE CUSTOMER_ID   TO ACE_CUSTOMER-ID
              MOVE CUSTOMER_NAME TO WS-ENTRY-NAME
           ELSE
              MOVE 0      TO ACE_CUSTOMER-ID
              MOVE SPACES TO WS-ENTRY-NAME
           END-IF
           .

       WRITE-ENTRY-DETAIL.
           IF NOT BATCH-IS-OPEN
              PERFORM OPEN-BATCH
           END-IF

           MOVE WS-ENTRY-TRAN-CODE    TO NED-TRAN-CODE
           MOVE WS-ENTRY-ROUTING(1:8) TO NED-RDFI-ID
           MOVE WS-ENTRY-ROUTING(9:1) TO NED-CHECK-DIGIT
           MOVE WS-ENTRY-ACCOUNT      TO NED-ACCOUNT
           MOVE WS-ENTRY-CENTS        TO NED-AMOUNT
           MOVE WS-ENTRY-IND-ID       TO NED-INDIVIDUAL-ID
           MOVE WS-ENTRY-NAME         TO NED-INDIVIDUAL-NAME
           MOVE WS-ODFI-ID            TO NED-TRACE-ODFI
           MOVE WS-TRACE-SEQ          TO NED-TRACE-SEQ

           WRITE NACHA-RECORD FROM NCH-ENTRY-DETAIL
           ADD 1 TO WS-FILE-RECORDS

           ADD 1             TO WS-BATCH-ENTRIES
           ADD WS-ENTRY-RDFI TO WS-BATCH-HASH
           IF STAGE-AUTOPAY
              ADD WS-ENTRY-CENTS TO WS-BATCH-DEBIT
              ADD 1 TO WS-DEBITS-ON-FILE
           ELSE
              ADD WS-ENTRY-CENTS TO WS-BATCH-CREDIT
              ADD 1 TO WS-CREDITS-ON-FILE
           END-IF
           .

       OPEN-BATCH.
      * A BATCH HEADER GOES OUT ONLY ONCE THERE IS AN ENTRY FOR IT -
      * AN EMPTY BATCH IS NOT ALLOWED ON THE FILE.
           ADD 1 TO WS-BATCH-NUMBER
           MOVE 0 TO WS-BATCH-ENTRIES
           MOVE 0 TO WS-BATCH-HASH
           MOVE 0 TO WS-BATCH-DEBIT
           MOVE 0 TO WS-BATCH-CREDIT

           MOVE WS-SERVICE-CLASS      TO NBH-SERVICE-CLASS
           MOVE WS-COMPANY-NAME       TO NBH-COMPANY-NAME
           MOVE WS-COMPANY-ID         TO NBH-COMPANY-ID
           MOVE WS-ENTRY-DESC         TO NBH-ENTRY-DESC
           MOVE WS-CURRENT-DATE(3:6)  TO NBH-DESCRIPTIVE-DATE
           MOVE WS-EFFECTIVE-YYMMDD   TO NBH-EFFECTIVE-DATE
           MOVE WS-ODFI-ID            TO NBH-ODFI-ID
           MOVE WS-BATCH-NUMBER       TO NBH-BATCH-NUMBER

           WRITE NACHA-RECORD FROM NCH-BATCH-HEADER
           ADD 1 TO WS-FILE-RECORDS

           MOVE 'Y' TO WS-BATCH-OPEN
           .

       CLOSE-BATCH.
           IF BATCH-IS-OPEN
              MOVE WS-SERVICE-CLASS  TO NBC-SERVICE-CLASS
              MOVE WS-BATCH-ENTRIES  TO NBC-ENTRY-COUNT
              MOVE WS-BATCH-HASH     TO NBC-ENTRY-HASH
              MOVE WS-BATCH-DEBIT    TO NBC-TOTAL-DEBIT
              MOVE WS-BATCH-CREDIT   TO NBC-TOTAL-CREDIT
              MOVE WS-COMPANY-ID     TO NBC-COMPANY-ID
              MOVE WS-ODFI-ID        TO NBC-ODFI-ID
              MOVE WS-BATCH-NUMBER   TO NBC-BATCH-NUMBER

              WRITE NACHA-RECORD FROM NCH-BATCH-CONTROL
              ADD 1 TO WS-FILE-RECORDS

              ADD 1                TO WS-FILE-BATCHES
              ADD WS-BATCH-ENTRIES TO WS-FILE-ENTRIES
              ADD WS-BATCH-HASH    TO WS-FILE-HASH
              ADD WS-BATCH-DEBIT   TO WS-FILE-DEBIT
              ADD WS-BATCH-CREDIT  TO WS-FILE-CREDIT

              MOVE 'N' TO WS-BATCH-OPEN
           END-IF
           .

       WRITE-FILE-CONTROL.
      * THE FILE CONTROL COUNTS ITSELF IN THE BLOCKS; THE LAST
      * BLOCK IS FILLED OUT WITH ALL-NINES RECORDS.
           ADD 1 TO WS-FILE-RECORDS
           COMPUTE WS-FILE-BLOCKS = (WS-FILE-RECORDS + 9) / 10
           COMPUTE WS-FILL-RECORDS =
                   (WS-FILE-BLOCKS * 10) - WS-FILE-RECORDS

           MOVE WS-FILE-BATCHES TO NFC-BATCH-COUNT
           MOVE WS-FILE-BLOCKS  TO NFC-BLOCK-COUNT
           MOVE WS-FILE-ENTRIES TO NFC-ENTRY-COUNT
           MOVE WS-FILE-HASH    TO NFC-ENTRY-HASH
           MOVE WS-FILE-DEBIT   TO NFC-TOTAL-DEBIT
           MOVE WS-FILE-CREDIT  TO NFC-TOTAL-CREDIT

           WRITE NACHA-RECORD FROM NCH-FILE-CONTROL

           PERFORM WS-FILL-RECORDS TIMES
              WRITE NACHA-RECORD FROM NCH-BLOCK-FILLER
           END-PERFORM
           .

       INSERT-ACH-ENTRY.
           MOVE WS-BATCH-NUMBER TO ACE_BATCH-NUMBER

           EXEC SQL
              INSERT INTO KALA12.ACH_ENTRY
                    (FILE_DATE, FILE_ID_MOD, TRACE_NUMBER,
                     BATCH_NUMBER, SOURCE_TYPE, LOAN_ID, CUSTOMER_ID,
                     PAYMENT_ID, TRAN_CODE, ROUTING_NUMBER,
                     ACCOUNT_NUMBER, AMOUNT, ENTRY_STATUS,
                     REJECT_CODE, ACK_DATE)
              VALUES (:ACE_FILE-DATE, :ACE_FILE-ID-MOD,
                      :ACE_TRACE-NUMBER, :ACE_BATCH-NUMBER,
                      :ACE_SOURCE-TYPE, :ACE_LOAN-ID,
                      :ACE_CUSTOMER-ID, :ACE_PAYMENT-ID,
                      :ACE_TRAN-CODE, :ACE_ROUTING-NUMBER,
                      :ACE_ACCOUNT-NUMBER, :ACE_AMOUNT,
                      :ACE_ENTRY-STATUS, :ACE_REJECT-CODE,
                      :ACE_ACK-DATE)
           END-EXEC
           MOVE 'INSERT ACH_ENTRY ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-BUILD-TOTALS.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE ACH-REPORT-LINE FROM WS-TEXT-LINE

           STRING 'FILE ' WS-TODAY-DASHED ' MODIFIER '
                  WS-FILE-ID-MOD ' EFFECTIVE ' WS-EFFECTIVE-YYMMDD
             DELIMITED BY SIZE
             INTO WS-TEXT-LINE
           WRITE ACH-REPORT-LINE FROM WS-TEXT-LINE

           MOVE 'CREDIT ENTRIES ON FILE' TO RPT-TOTAL-LABEL
           MOVE WS-CREDITS-ON-FILE TO RPT-TOTAL-COUNT
           COMPUTE RPT-TOTAL-AMOUNT = WS-FILE-CREDIT / 100
           WRITE ACH-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'DEBIT ENTRIES ON FILE' TO RPT-TOTAL-LABEL
           MOVE WS-DEBITS-ON-FILE TO RPT-TOTAL-COUNT
           COMPUTE RPT-TOTAL-AMOUNT = WS-FILE-DEBIT / 100
           WRITE ACH-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'CREDITS NOT ON FILE - NO PAYOUT ACCOUNT'
             TO RPT-TOTAL-LABEL
           MOVE WS-NOT-ON-FILE TO RPT-TOTAL-COUNT
           MOVE 0 TO RPT-TOTAL-AMOUNT
           WRITE ACH-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'BATCHES ON FILE' TO RPT-TOTAL-LABEL
           MOVE WS-FILE-BATCHES TO RPT-TOTAL-COUNT
           WRITE ACH-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'BLOCKS ON FILE' TO RPT-TOTAL-LABEL
           MOVE WS-FILE-BLOCKS TO RPT-TOTAL-COUNT
           WRITE ACH-REPORT-LINE FROM WS-TOTAL-LINE
           .

      ****************************************************************
      *  ACK MODE                                                    *
      ****************************************************************
       APPLY-ACKNOWLEDGMENT.
           OPEN INPUT ACKIN
           IF FS-ACKFILE NOT = '00'
              DISPLAY 'ACHBUILD - NO ACKNOWLEDGMENT TODAY. '
                      'FILE STATUS: ' FS-ACKFILE
              MOVE 'Y' TO EOF-ACK
           END-IF

           OPEN OUTPUT APREJOUT
           IF FS-APREJECT NOT = '00'
              DISPLAY 'ACHBUILD - ERROR OPENING APREJECT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-APREJECT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM OPEN-REPORT
           WRITE ACH-REPORT-LINE FROM WS-ACK-HEADER

           IF NOT END-OF-ACK
              PERFORM READ-ACK-RECORD
           END-IF
           PERFORM UNTIL END-OF-ACK
              PERFORM APPLY-ACK-RECORD
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM READ-ACK-RECORD
           END-PERFORM

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM WRITE-ACK-TOTALS

           IF FS-ACKFILE = '00'
              CLOSE ACKIN
           END-IF
           CLOSE APREJOUT
           CLOSE RPTOUT

           DISPLAY 'ACHBUILD - FILES ACCEPTED:     ' WS-FILES-ACCEPTED
           DISPLAY 'ACHBUILD - FILES REJECTED:     ' WS-FILES-REJECTED
           DISPLAY 'ACHBUILD - ENTRIES REJECTED:   '
                   WS-ENTRIES-REJECTED
           DISPLAY 'ACHBUILD - ACCOUNTS CLOSED:    '
                   WS-ACCOUNTS-CLOSED
           DISPLAY 'ACHBUILD - ACK EXCEPTIONS:     ' WS-ACK-EXCEPTIONS

           IF WS-FILES-REJECTED > 0
              OR WS-ENTRIES-REJECTED > 0
              OR WS-ACK-EXCEPTIONS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       READ-ACK-RECORD.
           READ ACKIN
              AT END
                 MOVE 'Y' TO EOF-ACK
           END-READ
           .

       APPLY-ACK-RECORD.
      * THE BANK ECHOES OUR YYMMDD CREATION DATE - ALL OUR FILES ARE
      * THIS CENTURY.
           STRING '20' ACK-FILE-DATE(1:2) '-' ACK-FILE-DATE(3:2) '-'
                  ACK-FILE-DATE(5:2)
             DELIMITED BY SIZE
             INTO WS-ACK-FILE-DATE
           MOVE WS-ACK-FILE-DATE TO ACE_FILE-DATE
           MOVE ACK-FILE-ID-MOD  TO ACE_FILE-ID-MOD

           IF ACK-REASON-CODE = SPACES
              MOVE 'FIL' TO WS-ACK-REASON
           ELSE
              MOVE ACK-REASON-CODE TO WS-ACK-REASON
           END-IF

           EVALUATE TRUE
             WHEN ACK-FILE-DATE IS NOT NUMERIC
               PERFORM REPORT-ACK-EXCEPTION
             WHEN ACK-RECORD-TYPE = 'F'
               PERFORM APPLY-FILE-ACK
             WHEN ACK-RECORD-TYPE = 'E'
               PERFORM APPLY-ENTRY-REJECT
             WHEN OTHER
               PERFORM REPORT-ACK-EXCEPTION
           END-EVALUATE
           .

       APPLY-FILE-ACK.
      * OUR OWN VIEW OF WHAT WENT ON THE FILE, TO SET AGAINST THE
      * BANK'S COUNT AND TOTALS.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN TRAN_CODE IN ('27', '37')
                                       THEN AMOUNT ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN TRAN_CODE IN ('22', '32')
                                       THEN AMOUNT ELSE 0 END), 0)
                INTO :WS-OUR-COUNT, :WS-OUR-DEBIT, :WS-OUR-CREDIT
                FROM KALA12.ACH_ENTRY
               WHERE FILE_DATE   = :ACE_FILE-DATE
                 AND FILE_ID_MOD = :ACE_FILE-ID-MOD
                 AND REJECT_CODE NOT = 'NPA'
           END-EXEC
           MOVE 'COUNT ENTRIES ON ACKED FILE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-OUR-COUNT = 0
              PERFORM REPORT-ACK-EXCEPTION
           ELSE
              IF ACK-ENTRY-COUNT IS NUMERIC
                 AND ACK-TOTAL-DEBIT IS NUMERIC
                 AND ACK-TOTAL-CREDIT IS NUMERIC
                 COMPUTE WS-BANK-DEBIT  = ACK-TOTAL-DEBIT / 100
                 COMPUTE WS-BANK-CREDIT = ACK-TOTAL-CREDIT / 100
                 IF ACK-ENTRY-COUNT NOT = WS-OUR-COUNT
                    OR WS-BANK-DEBIT NOT = WS-OUR-DEBIT
                    OR WS-BANK-CREDIT NOT = WS-OUR-CREDIT
                    MOVE SPACES TO WS-TEXT-LINE
                    STRING 'FILE ' WS-ACK-FILE-DATE ' '
                           ACK-FILE-ID-MOD
                           ' - BANK COUNT/TOTALS DIFFER FROM OURS '
                           '- CHECK WITH THE BANK'
                      DELIMITED BY SIZE
                      INTO WS-TEXT-LINE
                    WRITE ACH-REPORT-LINE FROM WS-TEXT-LINE
                    ADD 1 TO WS-ACK-EXCEPTIONS
                 END-IF
              END-IF

              IF ACK-FILE-STATUS = 'R'
                 PERFORM REJECT-WHOLE-FILE
              ELSE
                 PERFORM ACCEPT-WHOLE-FILE
              END-IF
           END-IF
           .

       ACCEPT-WHOLE-FILE.
           MOVE WS-TODAY-DASHED TO ACE_ACK-DATE

           EXEC SQL
              UPDATE KALA12.ACH_ENTRY
                 SET ENTRY_STATUS = 'K',
                     ACK_DATE     = :ACE_ACK-DATE
               WHERE FILE_DATE    = :ACE_FILE-DATE
                 AND FILE_ID_MOD  = :ACE_FILE-ID-MOD
                 AND ENTRY_STATUS = 'S'
           END-EXEC
           MOVE 'MARK FILE ENTRIES ACKNOWLEDGED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD 1 TO WS-FILES-ACCEPTED
           DISPLAY 'ACHBUILD - FILE ' WS-ACK-FILE-DATE ' '
                   ACK-FILE-ID-MOD ' ACCEPTED BY THE BANK.'
           .

       REJECT-WHOLE-FILE.
      * NOTHING ON THE FILE WAS TAKEN - EVERY ENTRY STILL STANDING
      * GOES BACK TO NOT SENT. THE ACCOUNTS ARE NOT AT FAULT.
           MOVE 'N' TO WS-ACK-ENTRY-LEVEL
           ADD 1 TO WS-FILES-REJECTED

           EXEC SQL
              OPEN C-FILE-ENTRIES
           END-EXEC
           MOVE 'OPEN C-FILE-ENTRIES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-FILE-ENTRY
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM REJECT-ONE-ENTRY
              PERFORM FETCH-FILE-ENTRY
           END-PERFORM

           EXEC SQL
              CLOSE C-FILE-ENTRIES
           END-EXEC
           MOVE 'CLOSE C-FILE-ENTRIES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-FILE-ENTRY.
           EXEC SQL
              FETCH C-FILE-ENTRIES
                INTO :ACE_TRACE-NUMBER, :ACE_SOURCE-TYPE,
                     :ACE_LOAN-ID, :ACE_CUSTOMER-ID,
                     :ACE_PAYMENT-ID, :ACE_TRAN-CODE,
                     :ACE_ROUTING-NUMBER, :ACE_ACCOUNT-NUMBER,
                     :ACE_AMOUNT
           END-EXEC
           MOVE 'FETCH C-FILE-ENTRIES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       APPLY-ENTRY-REJECT.
           MOVE 'Y' TO WS-ACK-ENTRY-LEVEL
           MOVE ACK-TRACE-NUMBER TO ACE_TRACE-NUMBER

           EXEC SQL
              SELECT SOURCE_TYPE, LOAN_ID, CUSTOMER_ID, PAYMENT_ID,
                     TRAN_CODE, ROUTING_NUMBER, ACCOUNT_NUMBER,
                     AMOUNT
                INTO :ACE_SOURCE-TYPE, :ACE_LOAN-ID,
                     :ACE_CUSTOMER-ID, :ACE_PAYMENT-ID,
                     :ACE_TRAN-CODE, :ACE_ROUTING-NUMBER,
                     :ACE_ACCOUNT-NUMBER, :ACE_AMOUNT
                FROM KALA12.ACH_ENTRY
               WHERE FILE_DATE    = :ACE_FILE-DATE
                 AND FILE_ID_MOD  = :ACE_FILE-ID-MOD
                 AND TRACE_NUMBER = :ACE_TRACE-NUMBER
                 AND ENTRY_STATUS IN ('S', 'K')
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               PERFORM REJECT-ONE-ENTRY
             WHEN 100
      * UNKNOWN, OR ALREADY REJECTED BY AN EARLIER ACKNOWLEDGMENT.
               PERFORM REPORT-ACK-EXCEPTION
             WHEN OTHER
               MOVE 'FETCH REJECTED ACH ENTRY' TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE
           END-EVALUATE
           .

       REJECT-ONE-ENTRY.
           MOVE 'J'             TO ACE_ENTRY-STATUS
           MOVE WS-ACK-REASON   TO ACE_REJECT-CODE
           MOVE WS-TODAY-DASHED TO ACE_ACK-DATE

           EXEC SQL
              UPDATE KALA12.ACH_ENTRY
                 SET ENTRY_STATUS = :ACE_ENTRY-STATUS,
                     REJECT_CODE  = :ACE_REJECT-CODE,
                     ACK_DATE     = :ACE_ACK-DATE
               WHERE FILE_DATE    = :ACE_FILE-DATE
                 AND FILE_ID_MOD  = :ACE_FILE-ID-MOD
                 AND TRACE_NUMBER = :ACE_TRACE-NUMBER
           END-EXEC
           MOVE 'MARK ACH ENTRY REJECTED' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM MARK-SOURCE-NOT-SENT

           MOVE SPACES TO RPT-NOTE
           IF ENTRY-LEVEL-REJECT
              PERFORM CLOSE-REJECTED-ACCOUNT
           END-IF

           ADD 1 TO WS-ENTRIES-REJECTED
           MOVE 'REJECTED'    TO RPT-ACTION
           PERFORM WRITE-ENTRY-LINE
           .

       MARK-SOURCE-NOT-SENT.
      * PUT THE ROW THAT RAISED THE ENTRY BACK TO NOT SENT SO ITS
      * OWN PROGRAM SENDS IT AGAIN.
           EVALUATE ACE_SOURCE-TYPE
             WHEN 'F'
               EXEC SQL
                  UPDATE KALA12.LOAN_FUNDING
                     SET FUND_STATUS = 'N'
                   WHERE LOAN_ID     = :ACE_LOAN-ID
                     AND FUND_STATUS = 'S'
               END-EXEC
               MOVE 'MARK FUNDING NOT SENT' TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE
             WHEN 'R'
               EXEC SQL
                  UPDATE KALA12.REFUND
                     SET REFUND_STATUS = 'N'
                   WHERE LOAN_ID       = :ACE_LOAN-ID
                     AND CUSTOMER_ID   = :ACE_CUSTOMER-ID
                     AND REFUND_STATUS = 'S'
               END-EXEC
               MOVE 'MARK REFUND NOT SENT' TO WS-SQL-ACTION
               PERFORM CHECK-SQLCODE
             WHEN 'A'
      * AUTOPAY BACKS THE PAYMENT OUT OFF ITS RETURNS FEED - THE
      * DEBIT NEVER MOVED ANY MONEY.
               MOVE SPACES         TO APREJ-RECORD
               MOVE ACE_PAYMENT-ID TO APR-PAYMENT-ID
               MOVE WS-ACK-REASON  TO APR-REASON-CODE
               WRITE APREJ-RECORD
           END-EVALUATE
           .

       CLOSE-REJECTED-ACCOUNT.
      * THE BANK TURNED THIS ONE ENTRY AWAY, SO THE ACCOUNT ON IT
      * IS BAD. STOP USING IT - BUT ONLY IF THE CUSTOMER HAS NOT
      * ALREADY GIVEN US A DIFFERENT ONE SINCE.
           IF ACE_SOURCE-TYPE = 'A'
              EXEC SQL
                 UPDATE KALA12.AUTOPAY_ENROLL
                    SET ENROLL_STATUS = 'C'
                  WHERE LOAN_ID       = :ACE_LOAN-ID
                    AND BANK_ROUTING  = :ACE_ROUTING-NUMBER
                    AND BANK_ACCOUNT  = :ACE_ACCOUNT-NUMBER
                    AND ENROLL_STATUS = 'A'
              END-EXEC
              MOVE 'CANCEL REJECTED ENROLLMENT' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 0
                 ADD 1 TO WS-ACCOUNTS-CLOSED
                 MOVE 'AUTOPAY CANCELLED' TO RPT-NOTE
              END-IF
           ELSE
              MOVE ACE_CUSTOMER-ID TO POA_CUSTOMER-ID
              EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :POA_UPDATED-TS
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC

              EXEC SQL
                 UPDATE KALA12.CUST_PAYOUT_ACCT
                    SET ACCT_STATUS = 'C',
                        UPDATED_BY  = 'ACHBUILD',
                        UPDATED_TS  = :POA_UPDATED-TS
                  WHERE CUSTOMER_ID    = :POA_CUSTOMER-ID
                    AND ROUTING_NUMBER = :ACE_ROUTING-NUMBER
                    AND ACCOUNT_NUMBER = :ACE_ACCOUNT-NUMBER
                    AND ACCT_STATUS    = 'A'
              END-EXEC
              MOVE 'CLOSE REJECTED PAYOUT ACCOUNT' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 0
                 ADD 1 TO WS-ACCOUNTS-CLOSED
                 MOVE 'PAYOUT ACCT CLOSED' TO RPT-NOTE
                 PERFORM WRITE-PAYOUT-CLOSE-AUDIT
              END-IF
           END-IF
           .

       WRITE-PAYOUT-CLOSE-AUDIT.
      * SAME BEFORE/AFTER IMAGE CUSTMNT WRITES WHEN AN OPERATOR
      * CLOSES THE ACCOUNT, WITH THE PROGRAM AS THE CHANGER.
           MOVE POA_CUSTOMER-ID  TO CAUD_CUSTOMER-ID
           MOVE 'PAYOUT_ACCOUNT' TO CAUD_FIELD-CHANGED
           MOVE SPACES TO CAUD_OLD-VALUE CAUD_NEW-VALUE
           STRING ACE_ROUTING-NUMBER ' ' ACE_ACCOUNT-NUMBER ' A'
             DELIMITED BY SIZE
             INTO CAUD_OLD-VALUE
           STRING ACE_ROUTING-NUMBER ' ' ACE_ACCOUNT-NUMBER ' C'
             DELIMITED BY SIZE
             INTO CAUD_NEW-VALUE
           MOVE 'ACHBUILD'       TO CAUD_CHANGED-BY
           MOVE POA_UPDATED-TS   TO CAUD_CHANGE-TIMESTAMP

           EXEC SQL
              INSERT INTO KALA12.CUSTOMER_AUDIT
                    (CUSTOMER_ID, FIELD_CHANGED, OLD_VALUE,
                     NEW_VALUE, CHANGED_BY, CHANGE_TIMESTAMP)
              VALUES (:CAUD_CUSTOMER-ID, :CAUD_FIELD-CHANGED,
                      :CAUD_OLD-VALUE, :CAUD_NEW-VALUE,
                      :CAUD_CHANGED-BY, :CAUD_CHANGE-TIMESTAMP)
           END-EXEC
           MOVE 'INSERT CUSTOMER_AUDIT ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       REPORT-ACK-EXCEPTION.
           ADD 1 TO WS-ACK-EXCEPTIONS
           MOVE SPACES TO WS-TEXT-LINE
           STRING 'UNMATCHED ACKNOWLEDGMENT RECORD: ' ACK-RECORD
             DELIMITED BY SIZE
             INTO WS-TEXT-LINE
           WRITE ACH-REPORT-LINE FROM WS-TEXT-LINE
           DISPLAY 'ACHBUILD - UNMATCHED ACK RECORD: ' ACK-RECORD
           .

       WRITE-ACK-TOTALS.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE ACH-REPORT-LINE FROM WS-TEXT-LINE

           MOVE 'FILES ACCEPTED' TO RPT-TOTAL-LABEL
           MOVE WS-FILES-ACCEPTED TO RPT-TOTAL-COUNT
           MOVE 0 TO RPT-TOTAL-AMOUNT
           WRITE ACH-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'FILES REJECTED WHOLE' TO RPT-TOTAL-LABEL
           MOVE WS-FILES-REJECTED TO RPT-TOTAL-COUNT
           WRITE ACH-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'ENTRIES PUT BACK TO NOT SENT' TO RPT-TOTAL-LABEL
           MOVE WS-ENTRIES-REJECTED TO RPT-TOTAL-COUNT
           WRITE ACH-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'ACCOUNTS CLOSED / AUTOPAY CANCELLED'
             TO RPT-TOTAL-LABEL
           MOVE WS-ACCOUNTS-CLOSED TO RPT-TOTAL-COUNT
           WRITE ACH-REPORT-LINE FROM WS-TOTAL-LINE

           MOVE 'EXCEPTIONS FOR FOLLOW-UP' TO RPT-TOTAL-LABEL
           MOVE WS-ACK-EXCEPTIONS TO RPT-TOTAL-COUNT
           WRITE ACH-REPORT-LINE FROM WS-TOTAL-LINE
           .

      ****************************************************************
      *  SHARED                                                      *
      ****************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPTOUT
           IF FS-ACHRPT NOT = '00'
              DISPLAY 'ACHBUILD - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-ACHRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       WRITE-ENTRY-LINE.
           EVALUATE ACE_SOURCE-TYPE
             WHEN 'F'
               MOVE 'FUNDING ' TO RPT-SOURCE
             WHEN 'R'
               MOVE 'REFUND  ' TO RPT-SOURCE
             WHEN OTHER
               MOVE 'AUTOPAY ' TO RPT-SOURCE
           END-EVALUATE
           MOVE ACE_LOAN-ID      TO RPT-LOAN-ID
           MOVE ACE_CUSTOMER-ID  TO RPT-CUSTOMER-ID
           MOVE ACE_TRACE-NUMBER TO RPT-TRACE-NUMBER
           MOVE ACE_AMOUNT       TO RPT-AMOUNT
           MOVE ACE_REJECT-CODE  TO RPT-CODE

           WRITE ACH-REPORT-LINE FROM WS-ENTRY-LINE
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
