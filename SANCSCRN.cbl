       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: SANCTIONS (OFAC) SCREENING. RUN MODE COMES *
      * FROM SYSIN:                                          *
      *                                                      *
      *   'LOAD'   (ON DEMAND, WHEN COMPLIANCE RECEIVES A    *
      *     NEW LIST) - REPLACES SANCTION_LIST WHOLE FROM    *
      *     THE SANCIN FILE. THE TRAILER COUNT MUST AGREE    *
      *     OR THE LOAD IS BACKED OUT AND THE OLD LIST KEPT. *
      *                                                      *
      *   'SCREEN' (DAILY, BEFORE FUNDDISB) -                *
      *     1. EVERY CUSTOMER - BORROWER, CO-BORROWER OR     *
      *        GUARANTOR - NEW, RENAMED OR MOVED SINCE ITS   *
      *        LAST SCREEN, OR NOT YET SCREENED AGAINST THE  *
      *        LIST NOW LOADED, IS SCREENED.                 *
      *     2. THE PAYEE OF EVERY PENDING LOAN FUNDING AND   *
      *        PENDING REFUND IS SCREENED FOR TODAY.         *
      *                                                      *
      *   'PAYOUT' (DAILY, BEFORE REFDISB) - STEP 2 ONLY,    *
      *     FOR THE REFUNDS LNDWISE4 RAISED TONIGHT.         *
      *                                                      *
      * NAMES ARE MATCHED FUZZILY: CASE, PUNCTUATION,        *
      * TITLES AND WORD ORDER ARE IGNORED AND A WORD MAY BE  *
      * ONE LETTER OFF (DROPPED, ADDED, CHANGED OR TWO       *
      * SWAPPED). THE SCORE (0-100) IS THE SHARE OF WORDS    *
      * THE TWO NAMES HAVE IN COMMON, PLUS 10 WHEN THE       *
      * LISTED CITY IS THE CUSTOMER'S OR 5 WHEN ONLY THE US  *
      * STATE AGREES. A SCORE AT OR OVER SANCTION-MATCH-     *
      * SCORE IS A POSSIBLE MATCH: THE CUSTOMER GETS AN 'SN' *
      * HOLD, WHICH STOPS FUNDDISB AND REFDISB PAYING THEM,  *
      * AND GOES ON THE SCNRPT REVIEW LIST. COMPLIANCE       *
      * CLEARS A FALSE MATCH BY RELEASING THE HOLD THROUGH   *
      * HOLDMNT; THE SAME ENTRY THEN NO LONGER STOPS THAT    *
      * CUSTOMER UNDER THAT NAME. EVERY DECISION IS WRITTEN  *
      * TO SCREEN_LOG FOR THE EXAMINERS.                     *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCIN ASSIGN TO SANCIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SANCIN.

           SELECT RPTOUT ASSIGN TO SCNRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SCNRPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

      * THE SANCTIONS LIST AS PUBLISHED - ONE 'D' RECORD PER NAME
      * (PRIMARY NAME ALIAS-SEQ 0, ONE MORE PER ALSO-KNOWN-AS),
      * ENDED BY A 'T' RECORD CARRYING THE COUNT OF 'D' RECORDS.
       FD SANCIN
            RECORDING MODE F.
       01 LIST-RECORD.
          05 LST-RECORD-TYPE     PIC X(1).
          05 LST-ENTRY-ID        PIC 9(9).
          05 LST-ALIAS-SEQ       PIC 9(3).
          05 LST-ENTRY-TYPE      PIC X(1).
          05 LST-ENTRY-NAME      PIC X(60).
          05 LST-SANCTION-PROGRAM PIC X(10).
          05 LST-CITY            PIC X(20).
          05 LST-STATE-CODE      PIC X(2).
          05 LST-COUNTRY-CODE    PIC X(2).
          05 FILLER              PIC X(42).
       01 LIST-TRAILER-RECORD.
          05 LSTT-RECORD-TYPE    PIC X(1).
          05 LSTT-RECORD-COUNT   PIC 9(9).
          05 FILLER              PIC X(140).

       FD RPTOUT
            RECORDING MODE F.
       01 SCREEN-REPORT-LINE     PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE CUSTADDR END-EXEC.
           EXEC SQL INCLUDE ACCTHOLD END-EXEC.
           EXEC SQL INCLUDE SANCLIST END-EXEC.
           EXEC SQL INCLUDE SCRNLOG  END-EXEC.

      * FILE STATUS.
       01 FS-SANCIN             PIC X(02).
       01 FS-SCNRPT             PIC X(02).
       01 EOF-LIST              PIC X VALUE 'N'.
         88 END-OF-LIST         VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

      * RUN CARD FROM SYSIN: 'LOAD', 'SCREEN' OR 'PAYOUT'.
       01 WS-RUN-CARD.
          05 WS-RUN-MODE        PIC X(6).
          05 FILLER             PIC X(74).

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).

      * MATCH THRESHOLD - PARMFILE-TUNABLE, SAME MECHANISM AS THE
      * OTHER BATCH PROGRAMS.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-MATCH-SCORE        PIC 9(3) VALUE 80.

      * LIST LOAD CONTROL.
       01 WS-TRAILER-SEEN       PIC X VALUE 'N'.
         88 TRAILER-SEEN        VALUE 'Y'.
       01 WS-TRAILER-COUNT      PIC 9(9) VALUE 0.
       01 WS-DETAILS-READ       PIC 9(9) VALUE 0.
       01 WS-NAMES-LOADED       PIC 9(9) VALUE 0.
       01 WS-NAMES-REJECTED     PIC 9(9) VALUE 0.
       01 WS-LOAD-OK            PIC X VALUE 'Y'.
         88 LOAD-OK             VALUE 'Y'.
         88 LOAD-NOT-OK         VALUE 'N'.

      * THE LIST IN STORAGE FOR SCREENING - EVERY NAME ALREADY
      * BROKEN INTO ITS WORDS. WS-LIST-MAX IS THE TABLE SIZE; A
      * LOAD THAT WOULD NOT FIT IS REFUSED.
       01 WS-LIST-MAX           PIC S9(8) USAGE COMP VALUE 30000.
       01 WS-LIST-COUNT         PIC S9(8) USAGE COMP VALUE 0.
       01 WS-LIST-LOADED-TS     PIC X(26).
       01 WS-LIST-TABLE.
          05 WS-LIST-ENTRY OCCURS 30000 TIMES.
             10 WS-LE-ENTRY-ID    PIC S9(9) USAGE COMP.
             10 WS-LE-ALIAS-SEQ   PIC S9(4) USAGE COMP.
             10 WS-LE-CITY        PIC X(20).
             10 WS-LE-STATE       PIC X(2).
             10 WS-LE-COUNTRY     PIC X(2).
             10 WS-LE-WORD-COUNT  PIC S9(4) USAGE COMP.
             10 WS-LE-WORD OCCURS 6 TIMES.
                15 WS-LE-WORD-TEXT PIC X(15).
                15 WS-LE-WORD-LEN  PIC S9(4) USAGE COMP.

      * NAME NORMALISATION - WS-NORM-NAME IN, WORDS AND NAME KEY
      * OUT. ONE-LETTER INITIALS AND TITLES CARRY NO WEIGHT.
       01 WS-NORM-NAME          PIC X(60).
       01 WS-NORM-KEY           PIC X(60).
       01 WS-NORM-KEY-PTR       PIC S9(4) USAGE COMP.
       01 WS-RAW-WORDS.
          05 WS-RAW-WORD OCCURS 10 TIMES PIC X(20).
       01 WS-CAND-WORD          PIC X(20).
         88 NOISE-WORD          VALUES 'MR' 'MRS' 'MS' 'MISS' 'DR'
                                       'JR' 'SR' 'THE' 'AND' 'OF'
                                       'INC' 'LLC' 'LTD' 'CO' 'CORP'.
       01 WS-CAND-LEN           PIC S9(4) USAGE COMP.
       01 WS-NORM-WORD-COUNT    PIC S9(4) USAGE COMP.
       01 WS-NORM-WORDS.
          05 WS-NORM-WORD OCCURS 6 TIMES.
             10 WS-NORM-WORD-TEXT PIC X(15).
             10 WS-NORM-WORD-LEN  PIC S9(4) USAGE COMP.

      * THE CUSTOMER BEING SCREENED.
       01 WS-SUBJ-TYPE          PIC X(1).
       01 WS-SUBJ-CUSTOMER-ID   PIC S9(9) USAGE COMP.
       01 WS-SUBJ-LOAN-ID       PIC S9(9) USAGE COMP.
       01 WS-SUBJ-NAME          PIC X(30).
       01 WS-SUBJ-CITY          PIC X(20).
       01 WS-SUBJ-STATE         PIC X(2).
       01 WS-SUBJ-CITY-UPPER    PIC X(20).
       01 WS-SUBJ-WORD-COUNT    PIC S9(4) USAGE COMP.
       01 WS-SUBJ-WORDS.
          05 WS-SUBJ-WORD OCCURS 6 TIMES.
             10 WS-SUBJ-WORD-TEXT PIC X(15).
             10 WS-SUBJ-WORD-LEN  PIC S9(4) USAGE COMP.
             10 WS-SUBJ-WORD-USED PIC X(1).

      * SCORING ONE LIST NAME AGAINST THE CUSTOMER.
       01 WS-LX                 PIC S9(8) USAGE COMP.
       01 WS-WX                 PIC S9(4) USAGE COMP.
       01 WS-SX                 PIC S9(4) USAGE COMP.
       01 WS-WORDS-MATCHED      PIC S9(4) USAGE COMP.
       01 WS-WORD-FOUND         PIC X(1).
       01 WS-SCORE              PIC S9(4) USAGE COMP.
       01 WS-WAIVER-COUNT       PIC S9(9) USAGE COMP.
       01 WS-BEST-ENTRY-ID      PIC S9(9) USAGE COMP.
       01 WS-BEST-ALIAS-SEQ     PIC S9(4) USAGE COMP.
       01 WS-BEST-SCORE         PIC S9(4) USAGE COMP.
       01 WS-HIT-ENTRY-ID       PIC S9(9) USAGE COMP.
       01 WS-HIT-ALIAS-SEQ      PIC S9(4) USAGE COMP.
       01 WS-HIT-SCORE          PIC S9(4) USAGE COMP.
       01 WS-WAIVED-ENTRY-ID    PIC S9(9) USAGE COMP.
       01 WS-WAIVED-ALIAS-SEQ   PIC S9(4) USAGE COMP.
       01 WS-WAIVED-SCORE       PIC S9(4) USAGE COMP.

      * WORD COMPARISON - TWO WORDS ARE ALIKE WHEN THEY ARE EQUAL,
      * OR BOTH HAVE FOUR LETTERS OR MORE, START WITH THE SAME
      * LETTER AND ARE ONE EDIT APART.
       01 WS-WORD-A             PIC X(15).
       01 WS-LEN-A              PIC S9(4) USAGE COMP.
       01 WS-WORD-B             PIC X(15).
       01 WS-LEN-B              PIC S9(4) USAGE COMP.
       01 WS-LONG-WORD          PIC X(15).
       01 WS-LONG-LEN           PIC S9(4) USAGE COMP.
       01 WS-SHORT-WORD         PIC X(15).
       01 WS-SHORT-LEN          PIC S9(4) USAGE COMP.
       01 WS-CX                 PIC S9(4) USAGE COMP.
       01 WS-DIFF-COUNT         PIC S9(4) USAGE COMP.
       01 WS-DIFF-1             PIC S9(4) USAGE COMP.
       01 WS-DIFF-2             PIC S9(4) USAGE COMP.
       01 WS-WORDS-ALIKE        PIC X(1).
         88 WORDS-ALIKE         VALUE 'Y'.
         88 WORDS-NOT-ALIKE     VALUE 'N'.

       01 WS-UPPER-CASE         PIC X(26)
                    VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-LOWER-CASE         PIC X(26)
                    VALUE 'abcdefghijklmnopqrstuvwxyz'.

       01 WS-PAYOUT-TYPE        PIC X(1).
       01 WS-EXIST-COUNT        PIC S9(9) USAGE COMP.

      * RUN CONTROL TOTALS.
       01 WS-SUBJECTS-SCREENED  PIC 9(9) VALUE 0.
       01 WS-CUSTOMERS-SCREENED PIC 9(9) VALUE 0.
       01 WS-PAYOUTS-SCREENED   PIC 9(9) VALUE 0.
       01 WS-DECISIONS-CLEAR    PIC 9(9) VALUE 0.
       01 WS-DECISIONS-WAIVED   PIC 9(9) VALUE 0.
       01 WS-DECISIONS-HELD     PIC 9(9) VALUE 0.
       01 WS-HOLDS-PLACED       PIC 9(9) VALUE 0.

      * COMPLIANCE REVIEW LIST - ONE LINE PER POSSIBLE MATCH.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(48) VALUE
             'SANCTIONS SCREENING - POSSIBLE MATCHES  RUN: '.
          05 RPT-RUN-DATE       PIC X(10).
          05 FILLER             PIC X(8)  VALUE '  MODE: '.
          05 RPT-RUN-MODE       PIC X(6).
          05 FILLER             PIC X(14) VALUE '  LIST LOADED '.
          05 RPT-LIST-TS        PIC X(26).
          05 FILLER             PIC X(20) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER             PIC X(10) VALUE 'SCREEN'.
          05 FILLER             PIC X(11) VALUE 'CUSTOMER'.
          05 FILLER             PIC X(11) VALUE 'LOAN'.
          05 FILLER             PIC X(32) VALUE 'CUSTOMER NAME'.
          05 FILLER             PIC X(11) VALUE 'LIST ENTRY'.
          05 FILLER             PIC X(42) VALUE 'LISTED NAME'.
          05 FILLER             PIC X(5)  VALUE 'SCORE'.
          05 FILLER             PIC X(10) VALUE 'PROGRAM'.

       01 WS-RPT-DETAIL.
          05 RPTD-SCREEN-TYPE   PIC X(8).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-CUSTOMER-ID   PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-LOAN-ID       PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-NAME          PIC X(30).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-ENTRY-ID      PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-ENTRY-NAME    PIC X(40).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-SCORE         PIC ZZ9.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-PROGRAM       PIC X(10).

       01 WS-RPT-TOTAL.
          05 FILLER             PIC X(11) VALUE 'SCREENED: '.
          05 RPTT-SCREENED      PIC ZZZZZZZZ9.
          05 FILLER             PIC X(10) VALUE '  CLEAR: '.
          05 RPTT-CLEAR         PIC ZZZZZZZZ9.
          05 FILLER             PIC X(20) VALUE '  CLEARED EARLIER: '.
          05 RPTT-WAIVED        PIC ZZZZZZZZ9.
          05 FILLER             PIC X(21) VALUE '  POSSIBLE MATCHES: '.
          05 RPTT-HELD          PIC ZZZZZZZZ9.
          05 FILLER             PIC X(34) VALUE SPACES.

       01 WS-RPT-BLANK          PIC X(132) VALUE SPACES.

      *****************************************************
      *  THE LIST NAMES, FOR THE IN-STORAGE TABLE.        *
      *****************************************************
           EXEC SQL
             DECLARE C-LIST-NAMES CURSOR FOR
               SELECT ENTRY_ID, ALIAS_SEQ, NAME_KEY, CITY,
                      STATE_CODE, COUNTRY_CODE
                 FROM KALA12.SANCTION_LIST
                ORDER BY ENTRY_ID, ALIAS_SEQ
           END-EXEC.

      *****************************************************
      *  CUSTOMERS WHOSE NAME OR ADDRESS IN EFFECT HAS NO *
      *  'C' SCREEN AGAINST THE LIST NOW LOADED - NEW     *
      *  CUSTOMERS, RENAMES, MOVES, AND EVERYONE AFTER A  *
      *  NEW LIST.                                        *
      *****************************************************
           EXEC SQL
             DECLARE C-CUSTOMERS-DUE CURSOR WITH HOLD FOR
               SELECT C.ID, C.NAME,
                      COALESCE(A.CITY, ' '),
                      COALESCE(A.STATE_CODE, ' ')
                 FROM CUSTOMER C
                 LEFT JOIN KALA12.CUST_ADDRESS A
                   ON A.CUSTOMER_ID = C.ID
                  AND A.EFFECTIVE_DATE =
                      (SELECT MAX(A2.EFFECTIVE_DATE)
                         FROM KALA12.CUST_ADDRESS A2
                        WHERE A2.CUSTOMER_ID = C.ID
                          AND A2.EFFECTIVE_DATE <= :WS-TODAY-DASHED)
                WHERE NOT EXISTS
                      (SELECT 1 FROM KALA12.SCREEN_LOG S
                        WHERE S.CUSTOMER_ID    = C.ID
                          AND S.SCREEN_TYPE    = 'C'
                          AND S.SCREENED_NAME  = C.NAME
                          AND S.SCREENED_CITY  = COALESCE(A.CITY, ' ')
                          AND S.SCREENED_STATE =
                              COALESCE(A.STATE_CODE, ' ')
                          AND S.LIST_LOADED_TS = :WS-LIST-LOADED-TS)
                ORDER BY C.ID
           END-EXEC.

      *****************************************************
      *  PAYOUTS WAITING TO LEAVE THAT HAVE NOT BEEN      *
      *  SCREENED TODAY - LOANS FUNDDISB WILL FUND AND    *
      *  REFUNDS REFDISB WILL PAY. ONE STOPPED EARLIER    *
      *  TODAY IS SCREENED AGAIN ONCE COMPLIANCE HAS      *
      *  RELEASED THE CUSTOMER'S 'SN' HOLD. A REFINANCE   *
      *  LOAN PAYS OFF OUR OWN LOANS - NOTHING LEAVES     *
      *  THE BANK, SO IT IS NOT A PAYOUT (A CASH-OUT IS   *
      *  SCREENED AS THE REFUND IT BECOMES). A FUNDING OR *
      *  REFUND LEFT NOT SENT ('N') OFF THE BANK FILE IS  *
      *  WAITING TO LEAVE AGAIN AND IS SCREENED TOO, AS   *
      *  IS ONE RETURNED ('F') THAT CHKDISB MAY PAY BY    *
      *  CHECK.                                           *
      *****************************************************
           EXEC SQL
             DECLARE C-PENDING-PAYOUTS CURSOR WITH HOLD FOR
               SELECT 'F', L.LOAN_ID, L.CUSTOMER_ID
                 FROM KALA12.LOAN L
                WHERE L.LOAN_STATUS = 'N'
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.LOAN_FUNDING F
                        WHERE F.LOAN_ID = L.LOAN_ID
                          AND F.FUND_STATUS NOT IN ('N', 'F'))
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.REFI_LINK R
                        WHERE R.NEW_LOAN_ID = L.LOAN_ID)
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.SCREEN_LOG S
                        WHERE S.SCREEN_TYPE = 'F'
                          AND S.LOAN_ID     = L.LOAN_ID
                          AND S.CUSTOMER_ID = L.CUSTOMER_ID
                          AND S.SCREEN_DATE = :WS-TODAY-DASHED
                          AND (S.DECISION IN ('C', 'W')
                               OR EXISTS
                                  (SELECT 1 FROM KALA12.ACCT_HOLD H
                                    WHERE H.HOLD_LEVEL  = 'C'
                                      AND H.HOLD_KEY    = L.CUSTOMER_ID
                                      AND H.HOLD_CODE   = 'SN'
                                      AND H.HOLD_STATUS = 'A')))
               UNION ALL
               SELECT 'R', R.LOAN_ID, R.CUSTOMER_ID
                 FROM KALA12.REFUND R
                WHERE R.REFUND_STATUS IN ('P', 'N', 'F')
                  AND NOT EXISTS
                      (SELECT 1 FROM KALA12.SCREEN_LOG S
                        WHERE S.SCREEN_TYPE = 'R'
                          AND S.LOAN_ID     = R.LOAN_ID
                          AND S.CUSTOMER_ID = R.CUSTOMER_ID
                          AND S.SCREEN_DATE = :WS-TODAY-DASHED
                          AND (S.DECISION IN ('C', 'W')
                               OR EXISTS
                                  (SELECT 1 FROM KALA12.ACCT_HOLD H
                                    WHERE H.HOLD_LEVEL  = 'C'
                                      AND H.HOLD_KEY    = R.CUSTOMER_ID
                                      AND H.HOLD_CODE   = 'SN'
                                      AND H.HOLD_STATUS = 'A')))
                ORDER BY 1, 2
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-RUN-CARD
           ACCEPT WS-RUN-CARD

           DISPLAY 'SANCSCRN - SANCTIONS SCREENING RUN, MODE: '
                   WS-RUN-MODE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           EVALUATE WS-RUN-MODE
             WHEN 'LOAD  '
               PERFORM LOAD-SANCTIONS-LIST
             WHEN 'SCREEN'
               PERFORM START-SCREENING
               PERFORM SCREEN-CUSTOMERS
               PERFORM SCREEN-PAYOUTS
               PERFORM END-SCREENING
             WHEN 'PAYOUT'
               PERFORM START-SCREENING
               PERFORM SCREEN-PAYOUTS
               PERFORM END-SCREENING
             WHEN OTHER
               DISPLAY 'SANCSCRN - INVALID MODE - MUST BE LOAD, '
                       'SCREEN OR PAYOUT.'
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN
           .

       LOAD-SANCTIONS-LIST.
      * THE OLD LIST IS DELETED AND THE NEW ONE INSERTED IN ONE
      * UNIT OF WORK, SO A SHORT OR UNREADABLE FILE LEAVES THE
      * OLD LIST STANDING RATHER THAN NO LIST AT ALL.
           OPEN INPUT SANCIN
           IF FS-SANCIN NOT = '00'
              DISPLAY 'SANCSCRN - ERROR OPENING SANCTIONS LIST FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-SANCIN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              SELECT CURRENT TIMESTAMP
                INTO :SNL_LOADED-TS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE 'FETCH LIST LOAD TIMESTAMP' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              DELETE FROM KALA12.SANCTION_LIST
           END-EXEC
           MOVE 'DELETE OLD SANCTION_LIST' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM READ-LIST-RECORD
           PERFORM UNTIL END-OF-LIST
              PERFORM LOAD-ONE-LIST-RECORD
              PERFORM READ-LIST-RECORD
           END-PERFORM

           CLOSE SANCIN

           SET LOAD-OK TO TRUE
           EVALUATE TRUE
             WHEN NOT TRAILER-SEEN
               DISPLAY 'SANCSCRN - NO TRAILER ON THE LIST FILE.'
               SET LOAD-NOT-OK TO TRUE
             WHEN WS-TRAILER-COUNT NOT = WS-DETAILS-READ
               DISPLAY 'SANCSCRN - TRAILER COUNT ' WS-TRAILER-COUNT
                       ' BUT ' WS-DETAILS-READ ' NAMES READ.'
               SET LOAD-NOT-OK TO TRUE
             WHEN WS-NAMES-LOADED = 0
               DISPLAY 'SANCSCRN - NO USABLE NAMES ON THE LIST FILE.'
               SET LOAD-NOT-OK TO TRUE
             WHEN WS-NAMES-LOADED > WS-LIST-MAX
               DISPLAY 'SANCSCRN - LIST HAS MORE NAMES THAN THE '
                       'SCREENING TABLE HOLDS: ' WS-LIST-MAX
               SET LOAD-NOT-OK TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF LOAD-OK
              EXEC SQL
                 COMMIT
              END-EXEC
              DISPLAY 'SANCSCRN - LIST LOADED AT ' SNL_LOADED-TS
              IF WS-NAMES-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'SANCSCRN - LOAD BACKED OUT - PREVIOUS LIST '
                      'STILL IN FORCE.'
              MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'SANCSCRN - LIST NAMES READ:      ' WS-DETAILS-READ
           DISPLAY 'SANCSCRN - LIST NAMES LOADED:    ' WS-NAMES-LOADED
           DISPLAY 'SANCSCRN - LIST NAMES REJECTED:  '
                   WS-NAMES-REJECTED
           .

       READ-LIST-RECORD.
           READ SANCIN
              AT END
                 MOVE 'Y' TO EOF-LIST
           END-READ
           .

       LOAD-ONE-LIST-RECORD.
           EVALUATE LST-RECORD-TYPE
             WHEN 'D'
               ADD 1 TO WS-DETAILS-READ
               PERFORM INSERT-LIST-NAME
             WHEN 'T'
               IF LSTT-RECORD-COUNT NUMERIC
                  MOVE LSTT-RECORD-COUNT TO WS-TRAILER-COUNT
                  SET TRAILER-SEEN TO TRUE
               ELSE
                  DISPLAY 'SANCSCRN - BAD TRAILER RECORD: '
                          LIST-TRAILER-RECORD(1:40)
               END-IF
             WHEN OTHER
               ADD 1 TO WS-NAMES-REJECTED
               DISPLAY 'SANCSCRN - UNKNOWN RECORD TYPE SKIPPED: '
                       LIST-RECORD(1:40)
           END-EVALUATE
           .

       INSERT-LIST-NAME.
           MOVE LST-ENTRY-NAME TO WS-NORM-NAME
           PERFORM NORMALIZE-NAME

           EVALUATE TRUE
             WHEN NOT LST-ENTRY-ID NUMERIC
               OR LST-ENTRY-ID = 0
               OR NOT LST-ALIAS-SEQ NUMERIC
               ADD 1 TO WS-NAMES-REJECTED
               DISPLAY 'SANCSCRN - BAD ENTRY-ID SKIPPED: '
                       LIST-RECORD(1:40)
             WHEN WS-NORM-WORD-COUNT = 0
               ADD 1 TO WS-NAMES-REJECTED
               DISPLAY 'SANCSCRN - NAME WITH NOTHING TO MATCH '
                       'SKIPPED: ' LIST-RECORD(1:40)
             WHEN OTHER
               MOVE LST-ENTRY-ID         TO SNL_ENTRY-ID
               MOVE LST-ALIAS-SEQ        TO SNL_ALIAS-SEQ
               MOVE LST-ENTRY-TYPE       TO SNL_ENTRY-TYPE
               MOVE LST-ENTRY-NAME       TO SNL_ENTRY-NAME
               MOVE WS-NORM-KEY          TO SNL_NAME-KEY
               MOVE LST-SANCTION-PROGRAM TO SNL_SANCTION-PROGRAM
               MOVE LST-CITY             TO SNL_CITY
               INSPECT SNL_CITY
                  CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE LST-STATE-CODE       TO SNL_STATE-CODE
               MOVE LST-COUNTRY-CODE     TO SNL_COUNTRY-CODE

               EXEC SQL
                  INSERT INTO KALA12.SANCTION_LIST
                        (ENTRY_ID, ALIAS_SEQ, ENTRY_TYPE, ENTRY_NAME,
                         NAME_KEY, SANCTION_PROGRAM, CITY,
                         STATE_CODE, COUNTRY_CODE, LOADED_TS)
                  VALUES (:SNL_ENTRY-ID, :SNL_ALIAS-SEQ,
                          :SNL_ENTRY-TYPE, :SNL_ENTRY-NAME,
                          :SNL_NAME-KEY, :SNL_SANCTION-PROGRAM,
                          :SNL_CITY, :SNL_STATE-CODE,
                          :SNL_COUNTRY-CODE, :SNL_LOADED-TS)
               END-EXEC

               IF SQLCODE = -803
                  ADD 1 TO WS-NAMES-REJECTED
                  DISPLAY 'SANCSCRN - DUPLICATE LIST NAME SKIPPED: '
                          LIST-RECORD(1:40)
               ELSE
                  MOVE 'INSERT SANCTION_LIST ROW' TO WS-SQL-ACTION
                  PERFORM CHECK-SQLCODE
                  ADD 1 TO WS-NAMES-LOADED
               END-IF
           END-EVALUATE
           .

       NORMALIZE-NAME.
      * UPPER CASE, PUNCTUATION TO SPACES, THEN UP TO SIX WORDS
      * THAT CARRY WEIGHT. WS-NORM-KEY IS THOSE WORDS ONE SPACE
      * APART, AS STORED ON SANCTION_LIST.
           INSPECT WS-NORM-NAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-NORM-NAME
              CONVERTING '.,-''/&()' TO '        '

           MOVE SPACES TO WS-RAW-WORDS
           UNSTRING WS-NORM-NAME DELIMITED BY ALL SPACE
               INTO WS-RAW-WORD(1) WS-RAW-WORD(2) WS-RAW-WORD(3)
                    WS-RAW-WORD(4) WS-RAW-WORD(5) WS-RAW-WORD(6)
                    WS-RAW-WORD(7) WS-RAW-WORD(8) WS-RAW-WORD(9)
                    WS-RAW-WORD(10)
           END-UNSTRING

           MOVE 0      TO WS-NORM-WORD-COUNT
           MOVE SPACES TO WS-NORM-WORDS WS-NORM-KEY
           MOVE 1      TO WS-NORM-KEY-PTR

           PERFORM VARYING WS-WX FROM 1 BY 1
                   UNTIL WS-WX > 10
                      OR WS-NORM-WORD-COUNT = 6
              MOVE WS-RAW-WORD(WS-WX) TO WS-CAND-WORD
              PERFORM VARYING WS-CAND-LEN FROM 15 BY -1
                      UNTIL WS-CAND-LEN = 0
                         OR WS-CAND-WORD(WS-CAND-LEN:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              IF WS-CAND-LEN > 1
                 AND NOT NOISE-WORD
                 ADD 1 TO WS-NORM-WORD-COUNT
                 MOVE WS-CAND-WORD
                   TO WS-NORM-WORD-TEXT(WS-NORM-WORD-COUNT)
                 MOVE WS-CAND-LEN
                   TO WS-NORM-WORD-LEN(WS-NORM-WORD-COUNT)
                 IF WS-NORM-KEY-PTR > 1
                    STRING ' ' DELIMITED BY SIZE
                      INTO WS-NORM-KEY
                      WITH POINTER WS-NORM-KEY-PTR
                 END-IF
                 STRING WS-CAND-WORD(1:WS-CAND-LEN) DELIMITED BY SIZE
                   INTO WS-NORM-KEY
                   WITH POINTER WS-NORM-KEY-PTR
              END-IF
           END-PERFORM
           .

       START-SCREENING.
           PERFORM READ-RUN-PARAMETERS

           OPEN OUTPUT RPTOUT
           IF FS-SCNRPT NOT = '00'
              DISPLAY 'SANCSCRN - ERROR OPENING SCREENING REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-SCNRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-LIST-TABLE

           MOVE WS-TODAY-DASHED   TO RPT-RUN-DATE
           MOVE WS-RUN-MODE       TO RPT-RUN-MODE
           MOVE WS-LIST-LOADED-TS TO RPT-LIST-TS
           WRITE SCREEN-REPORT-LINE FROM WS-RPT-HEADER
           WRITE SCREEN-REPORT-LINE FROM WS-RPT-BLANK
           WRITE SCREEN-REPORT-LINE FROM WS-RPT-COLUMNS
           .

       LOAD-LIST-TABLE.
      * WITH NO LIST THERE IS NOTHING TO CLEAR ANYONE AGAINST -
      * THE RUN STOPS, AND WITH NO CLEAR SCREEN ON FILE FUNDDISB
      * AND REFDISB PAY NOTHING OUT.
           EXEC SQL
              SELECT COALESCE(CHAR(MAX(LOADED_TS)), ' ')
                INTO :WS-LIST-LOADED-TS
                FROM KALA12.SANCTION_LIST
           END-EXEC
           MOVE 'FETCH LIST LOAD TIMESTAMP' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-LIST-LOADED-TS = SPACES
              DISPLAY 'SANCSCRN - NO SANCTIONS LIST LOADED - NOBODY '
                      'CAN BE CLEARED.'
              CLOSE RPTOUT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              OPEN C-LIST-NAMES
           END-EXEC
           MOVE 'OPEN C-LIST-NAMES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-LIST-NAME
           PERFORM UNTIL SQLCODE NOT = 0
              IF WS-LIST-COUNT = WS-LIST-MAX
                 DISPLAY 'SANCSCRN - SANCTION_LIST HAS MORE NAMES '
                         'THAN THE SCREENING TABLE HOLDS: '
                         WS-LIST-MAX
                 MOVE 1111 TO WS-RETURN-CODE
                 CALL 'CEE3ABD' USING WS-RETURN-CODE
              END-IF
              ADD 1 TO WS-LIST-COUNT
              MOVE SNL_NAME-KEY TO WS-NORM-NAME
              PERFORM NORMALIZE-NAME
              MOVE SNL_ENTRY-ID     TO WS-LE-ENTRY-ID(WS-LIST-COUNT)
              MOVE SNL_ALIAS-SEQ    TO WS-LE-ALIAS-SEQ(WS-LIST-COUNT)
              MOVE SNL_CITY         TO WS-LE-CITY(WS-LIST-COUNT)
              MOVE SNL_STATE-CODE   TO WS-LE-STATE(WS-LIST-COUNT)
              MOVE SNL_COUNTRY-CODE TO WS-LE-COUNTRY(WS-LIST-COUNT)
              MOVE WS-NORM-WORD-COUNT
                TO WS-LE-WORD-COUNT(WS-LIST-COUNT)
              PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 6
                 MOVE WS-NORM-WORD-TEXT(WS-WX)
                   TO WS-LE-WORD-TEXT(WS-LIST-COUNT, WS-WX)
                 MOVE WS-NORM-WORD-LEN(WS-WX)
                   TO WS-LE-WORD-LEN(WS-LIST-COUNT, WS-WX)
              END-PERFORM
              PERFORM FETCH-LIST-NAME
           END-PERFORM

           EXEC SQL
              CLOSE C-LIST-NAMES
           END-EXEC
           MOVE 'CLOSE C-LIST-NAMES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           DISPLAY 'SANCSCRN - LIST LOADED AT:         '
                   WS-LIST-LOADED-TS
           DISPLAY 'SANCSCRN - LIST NAMES IN STORAGE:  ' WS-LIST-COUNT
           .

       FETCH-LIST-NAME.
           EXEC SQL
              FETCH C-LIST-NAMES
                INTO :SNL_ENTRY-ID, :SNL_ALIAS-SEQ, :SNL_NAME-KEY,
                     :SNL_CITY, :SNL_STATE-CODE, :SNL_COUNTRY-CODE
           END-EXEC
           MOVE 'FETCH C-LIST-NAMES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'SANCSCRN - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'SANCSCRN - SANCTION-MATCH-SCORE IN EFFECT: '
                   WS-MATCH-SCORE
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
                WHEN 'SANCTION-MATCH-SCORE'
      * BELOW 50 EVERY SHARED SURNAME WOULD STOP A PAYOUT.
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-MATCH-SCORE
                     IF WS-MATCH-SCORE < 50 OR WS-MATCH-SCORE > 100
                        DISPLAY 'SANCSCRN - BAD PARM VALUE IGNORED: '
                                PARM-RECORD
                        MOVE 80 TO WS-MATCH-SCORE
                     END-IF
                  ELSE
                     DISPLAY 'SANCSCRN - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       SCREEN-CUSTOMERS.
           EXEC SQL
              OPEN C-CUSTOMERS-DUE
           END-EXEC
           MOVE 'OPEN C-CUSTOMERS-DUE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-CUSTOMER-DUE
           PERFORM UNTIL SQLCODE NOT = 0
              MOVE 'C'          TO WS-SUBJ-TYPE
              MOVE CUSTOMER_ID  TO WS-SUBJ-CUSTOMER-ID
              MOVE 0            TO WS-SUBJ-LOAN-ID
              MOVE CUSTOMER_NAME TO WS-SUBJ-NAME
              MOVE ADR_CITY     TO WS-SUBJ-CITY
              MOVE ADR_STATE-CODE TO WS-SUBJ-STATE
              PERFORM SCREEN-ONE-SUBJECT
              ADD 1 TO WS-CUSTOMERS-SCREENED
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM FETCH-CUSTOMER-DUE
           END-PERFORM

           EXEC SQL
              CLOSE C-CUSTOMERS-DUE
           END-EXEC
           MOVE 'CLOSE C-CUSTOMERS-DUE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-CUSTOMER-DUE.
           EXEC SQL
              FETCH C-CUSTOMERS-DUE
                INTO :CUSTOMER_ID, :CUSTOMER_NAME,
                     :ADR_CITY, :ADR_STATE-CODE
           END-EXEC
           MOVE 'FETCH C-CUSTOMERS-DUE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       SCREEN-PAYOUTS.
           EXEC SQL
              OPEN C-PENDING-PAYOUTS
           END-EXEC
           MOVE 'OPEN C-PENDING-PAYOUTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-PENDING-PAYOUT
           PERFORM UNTIL SQLCODE NOT = 0
              MOVE WS-PAYOUT-TYPE  TO WS-SUBJ-TYPE
              MOVE SCL_LOAN-ID     TO WS-SUBJ-LOAN-ID
              MOVE SCL_CUSTOMER-ID TO WS-SUBJ-CUSTOMER-ID
              PERFORM FETCH-PAYEE-DETAILS
              PERFORM SCREEN-ONE-SUBJECT
              ADD 1 TO WS-PAYOUTS-SCREENED
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM FETCH-PENDING-PAYOUT
           END-PERFORM

           EXEC SQL
              CLOSE C-PENDING-PAYOUTS
           END-EXEC
           MOVE 'CLOSE C-PENDING-PAYOUTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-PENDING-PAYOUT.
           EXEC SQL
              FETCH C-PENDING-PAYOUTS
                INTO :WS-PAYOUT-TYPE, :SCL_LOAN-ID, :SCL_CUSTOMER-ID
           END-EXEC
           MOVE 'FETCH C-PENDING-PAYOUTS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FETCH-PAYEE-DETAILS.
      * THE PAYEE'S NAME AND THE ADDRESS IN EFFECT TODAY - THE
      * NEWEST CUST_ADDRESS ROW DATED ON OR BEFORE TODAY.
           MOVE WS-SUBJ-CUSTOMER-ID TO CUSTOMER_ID
           EXEC SQL
              SELECT NAME
                INTO :CUSTOMER_NAME
                FROM CUSTOMER
               WHERE ID = :CUSTOMER_ID
           END-EXEC
           MOVE 'FETCH PAYEE NAME' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           IF SQLCODE = 100
              MOVE SPACES TO CUSTOMER_NAME
           END-IF
           MOVE CUSTOMER_NAME TO WS-SUBJ-NAME

           MOVE WS-SUBJ-CUSTOMER-ID TO ADR_CUSTOMER-ID
           EXEC SQL
              SELECT CITY, STATE_CODE
                INTO :ADR_CITY, :ADR_STATE-CODE
                FROM KALA12.CUST_ADDRESS
               WHERE CUSTOMER_ID    = :ADR_CUSTOMER-ID
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE)
                        FROM KALA12.CUST_ADDRESS
                       WHERE CUSTOMER_ID    = :ADR_CUSTOMER-ID
                         AND EFFECTIVE_DATE <= :WS-TODAY-DASHED)
           END-EXEC
           MOVE 'FETCH PAYEE ADDRESS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           IF SQLCODE = 100
              MOVE SPACES TO ADR_CITY ADR_STATE-CODE
           END-IF
           MOVE ADR_CITY       TO WS-SUBJ-CITY
           MOVE ADR_STATE-CODE TO WS-SUBJ-STATE
           .

       SCREEN-ONE-SUBJECT.
      * SCORE THE CUSTOMER AGAINST EVERY LIST NAME. THE BEST MATCH
      * AT OR OVER THE THRESHOLD THAT COMPLIANCE HAS NOT ALREADY
      * CLEARED DECIDES 'H'; FAILING THAT AN ALREADY-CLEARED MATCH
      * DECIDES 'W'; OTHERWISE THE CUSTOMER IS CLEAR.
           MOVE WS-SUBJ-NAME TO WS-NORM-NAME
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-WORD-COUNT TO WS-SUBJ-WORD-COUNT
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
              MOVE WS-NORM-WORD-TEXT(WS-SX)
                TO WS-SUBJ-WORD-TEXT(WS-SX)
              MOVE WS-NORM-WORD-LEN(WS-SX)
                TO WS-SUBJ-WORD-LEN(WS-SX)
           END-PERFORM

           MOVE WS-SUBJ-CITY TO WS-SUBJ-CITY-UPPER
           INSPECT WS-SUBJ-CITY-UPPER
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

           MOVE 0 TO WS-BEST-ENTRY-ID WS-BEST-ALIAS-SEQ WS-BEST-SCORE
           MOVE 0 TO WS-HIT-ENTRY-ID WS-HIT-ALIAS-SEQ WS-HIT-SCORE
           MOVE 0 TO WS-WAIVED-ENTRY-ID WS-WAIVED-ALIAS-SEQ
                     WS-WAIVED-SCORE

           IF WS-SUBJ-WORD-COUNT > 0
              PERFORM SCORE-LIST-NAME
                 VARYING WS-LX FROM 1 BY 1
                 UNTIL WS-LX > WS-LIST-COUNT
           END-IF

           EVALUATE TRUE
             WHEN WS-HIT-SCORE > 0
               MOVE 'H'                 TO SCL_DECISION
               MOVE WS-HIT-ENTRY-ID     TO SCL_ENTRY-ID
               MOVE WS-HIT-ALIAS-SEQ    TO SCL_ALIAS-SEQ
               MOVE WS-HIT-SCORE        TO SCL_MATCH-SCORE
               ADD 1 TO WS-DECISIONS-HELD
             WHEN WS-WAIVED-SCORE > 0
               MOVE 'W'                 TO SCL_DECISION
               MOVE WS-WAIVED-ENTRY-ID  TO SCL_ENTRY-ID
               MOVE WS-WAIVED-ALIAS-SEQ TO SCL_ALIAS-SEQ
               MOVE WS-WAIVED-SCORE     TO SCL_MATCH-SCORE
               ADD 1 TO WS-DECISIONS-WAIVED
             WHEN OTHER
               MOVE 'C'                 TO SCL_DECISION
               MOVE WS-BEST-ENTRY-ID    TO SCL_ENTRY-ID
               MOVE WS-BEST-ALIAS-SEQ   TO SCL_ALIAS-SEQ
               MOVE WS-BEST-SCORE       TO SCL_MATCH-SCORE
               ADD 1 TO WS-DECISIONS-CLEAR
           END-EVALUATE

           PERFORM WRITE-SCREEN-LOG
           ADD 1 TO WS-SUBJECTS-SCREENED

           IF SCL_DECISION = 'H'
              PERFORM PLACE-SANCTIONS-HOLD
              PERFORM WRITE-MATCH-LINE
           END-IF
           .

       SCORE-LIST-NAME.
      * SHARE OF WORDS IN COMMON: TWICE THE WORDS MATCHED OVER THE
      * WORDS IN BOTH NAMES, SO 'JOHN SMITH' AGAINST 'SMITH JOHN'
      * IS 100 AND AGAINST 'JOHN ALAN SMITH' IS 80. EACH CUSTOMER
      * WORD MATCHES AT MOST ONE LISTED WORD.
           MOVE 0 TO WS-WORDS-MATCHED
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 6
              MOVE 'N' TO WS-SUBJ-WORD-USED(WS-SX)
           END-PERFORM

           PERFORM VARYING WS-WX FROM 1 BY 1
                   UNTIL WS-WX > WS-LE-WORD-COUNT(WS-LX)
              MOVE 'N' TO WS-WORD-FOUND
              MOVE WS-LE-WORD-TEXT(WS-LX, WS-WX) TO WS-WORD-A
              MOVE WS-LE-WORD-LEN(WS-LX, WS-WX)  TO WS-LEN-A
              PERFORM VARYING WS-SX FROM 1 BY 1
                      UNTIL WS-SX > WS-SUBJ-WORD-COUNT
                         OR WS-WORD-FOUND = 'Y'
                 IF WS-SUBJ-WORD-USED(WS-SX) = 'N'
                    MOVE WS-SUBJ-WORD-TEXT(WS-SX) TO WS-WORD-B
                    MOVE WS-SUBJ-WORD-LEN(WS-SX)  TO WS-LEN-B
                    PERFORM COMPARE-WORDS
                    IF WORDS-ALIKE
                       MOVE 'Y' TO WS-WORD-FOUND
                       MOVE 'Y' TO WS-SUBJ-WORD-USED(WS-SX)
                       ADD 1 TO WS-WORDS-MATCHED
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WS-WORDS-MATCHED > 0
              COMPUTE WS-SCORE = (200 * WS-WORDS-MATCHED)
                      / (WS-LE-WORD-COUNT(WS-LX) + WS-SUBJ-WORD-COUNT)

      * THE LISTED ADDRESS BACKS UP A NAME MATCH - NEVER MAKES ONE.
              EVALUATE TRUE
                WHEN WS-LE-CITY(WS-LX) NOT = SPACES
                 AND WS-LE-CITY(WS-LX) = WS-SUBJ-CITY-UPPER
                  ADD 10 TO WS-SCORE
                WHEN WS-LE-STATE(WS-LX) NOT = SPACES
                 AND (WS-LE-COUNTRY(WS-LX) = 'US'
                      OR WS-LE-COUNTRY(WS-LX) = SPACES)
                 AND WS-LE-STATE(WS-LX) = WS-SUBJ-STATE
                  ADD 5 TO WS-SCORE
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
              IF WS-SCORE > 100
                 MOVE 100 TO WS-SCORE
              END-IF

              IF WS-SCORE > WS-BEST-SCORE
                 MOVE WS-SCORE                 TO WS-BEST-SCORE
                 MOVE WS-LE-ENTRY-ID(WS-LX)    TO WS-BEST-ENTRY-ID
                 MOVE WS-LE-ALIAS-SEQ(WS-LX)   TO WS-BEST-ALIAS-SEQ
              END-IF

              IF WS-SCORE NOT < WS-MATCH-SCORE
                 AND (WS-SCORE > WS-HIT-SCORE
                      OR WS-SCORE > WS-WAIVED-SCORE)
                 PERFORM CHECK-COMPLIANCE-WAIVER
                 IF WS-WAIVER-COUNT > 0
                    IF WS-SCORE > WS-WAIVED-SCORE
                       MOVE WS-SCORE               TO WS-WAIVED-SCORE
                       MOVE WS-LE-ENTRY-ID(WS-LX)
                         TO WS-WAIVED-ENTRY-ID
                       MOVE WS-LE-ALIAS-SEQ(WS-LX)
                         TO WS-WAIVED-ALIAS-SEQ
                    END-IF
                 ELSE
                    IF WS-SCORE > WS-HIT-SCORE
                       MOVE WS-SCORE               TO WS-HIT-SCORE
                       MOVE WS-LE-ENTRY-ID(WS-LX)  TO WS-HIT-ENTRY-ID
                       MOVE WS-LE-ALIAS-SEQ(WS-LX) TO WS-HIT-ALIAS-SEQ
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       COMPARE-WORDS.
      * EQUAL, OR ONE LETTER CHANGED, DROPPED OR ADDED, OR TWO
      * NEIGHBOURING LETTERS SWAPPED - 'MOHAMMED' IS ALIKE TO
      * 'MOHAMED', 'MUHAMMED' AND 'MOHAMMAD'.
           SET WORDS-NOT-ALIKE TO TRUE

           EVALUATE TRUE
             WHEN WS-LEN-A = WS-LEN-B AND WS-WORD-A = WS-WORD-B
               SET WORDS-ALIKE TO TRUE
             WHEN WS-WORD-A(1:1) NOT = WS-WORD-B(1:1)
               CONTINUE
             WHEN WS-LEN-A < 4 OR WS-LEN-B < 4
               CONTINUE
             WHEN WS-LEN-A = WS-LEN-B
               MOVE 0 TO WS-DIFF-COUNT WS-DIFF-1 WS-DIFF-2
               PERFORM VARYING WS-CX FROM 2 BY 1
                       UNTIL WS-CX > WS-LEN-A
                          OR WS-DIFF-COUNT > 2
                  IF WS-WORD-A(WS-CX:1) NOT = WS-WORD-B(WS-CX:1)
                     ADD 1 TO WS-DIFF-COUNT
                     IF WS-DIFF-COUNT = 1
                        MOVE WS-CX TO WS-DIFF-1
                     ELSE
                        MOVE WS-CX TO WS-DIFF-2
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-DIFF-COUNT = 1
                  SET WORDS-ALIKE TO TRUE
               END-IF
               IF WS-DIFF-COUNT = 2
                  AND WS-DIFF-2 = WS-DIFF-1 + 1
                  AND WS-WORD-A(WS-DIFF-1:1) = WS-WORD-B(WS-DIFF-2:1)
                  AND WS-WORD-A(WS-DIFF-2:1) = WS-WORD-B(WS-DIFF-1:1)
                  SET WORDS-ALIKE TO TRUE
               END-IF
             WHEN WS-LEN-A = WS-LEN-B + 1
               MOVE WS-WORD-A TO WS-LONG-WORD
               MOVE WS-LEN-A  TO WS-LONG-LEN
               MOVE WS-WORD-B TO WS-SHORT-WORD
               MOVE WS-LEN-B  TO WS-SHORT-LEN
               PERFORM COMPARE-ONE-LETTER-DROPPED
             WHEN WS-LEN-B = WS-LEN-A + 1
               MOVE WS-WORD-B TO WS-LONG-WORD
               MOVE WS-LEN-B  TO WS-LONG-LEN
               MOVE WS-WORD-A TO WS-SHORT-WORD
               MOVE WS-LEN-A  TO WS-SHORT-LEN
               PERFORM COMPARE-ONE-LETTER-DROPPED
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       COMPARE-ONE-LETTER-DROPPED.
      * FIND THE FIRST LETTER WHERE THEY PART; THE REST OF THE
      * LONGER WORD PAST IT MUST BE THE REST OF THE SHORTER ONE.
           PERFORM VARYING WS-CX FROM 2 BY 1
                   UNTIL WS-CX > WS-SHORT-LEN
                      OR WS-LONG-WORD(WS-CX:1)
                         NOT = WS-SHORT-WORD(WS-CX:1)
              CONTINUE
           END-PERFORM

           IF WS-CX > WS-SHORT-LEN
              SET WORDS-ALIKE TO TRUE
           ELSE
              IF WS-LONG-WORD(WS-CX + 1:WS-LONG-LEN - WS-CX)
                 = WS-SHORT-WORD(WS-CX:WS-SHORT-LEN - WS-CX + 1)
                 SET WORDS-ALIKE TO TRUE
              END-IF
           END-IF
           .

       CHECK-COMPLIANCE-WAIVER.
      * HAS COMPLIANCE ALREADY CLEARED THIS CUSTOMER, UNDER THIS
      * SAME NAME, AGAINST THIS LIST ENTRY?
           MOVE WS-SUBJ-CUSTOMER-ID   TO SCL_CUSTOMER-ID
           MOVE WS-SUBJ-NAME          TO SCL_SCREENED-NAME
           MOVE WS-LE-ENTRY-ID(WS-LX) TO SCL_ENTRY-ID
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-WAIVER-COUNT
                FROM KALA12.SCREEN_LOG
               WHERE CUSTOMER_ID   = :SCL_CUSTOMER-ID
                 AND SCREENED_NAME = :SCL_SCREENED-NAME
                 AND ENTRY_ID      = :SCL_ENTRY-ID
                 AND DECISION      = 'K'
           END-EXEC
           MOVE 'CHECK COMPLIANCE CLEARANCE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       WRITE-SCREEN-LOG.
           MOVE WS-TODAY-DASHED     TO SCL_SCREEN-DATE
           MOVE WS-SUBJ-TYPE        TO SCL_SCREEN-TYPE
           MOVE WS-SUBJ-CUSTOMER-ID TO SCL_CUSTOMER-ID
           MOVE WS-SUBJ-LOAN-ID     TO SCL_LOAN-ID
           MOVE WS-SUBJ-NAME        TO SCL_SCREENED-NAME
           MOVE WS-SUBJ-CITY        TO SCL_SCREENED-CITY
           MOVE WS-SUBJ-STATE       TO SCL_SCREENED-STATE
           MOVE WS-LIST-LOADED-TS   TO SCL_LIST-LOADED-TS
           MOVE 'SANCSCRN'          TO SCL_DECIDED-BY

           EXEC SQL
              INSERT INTO KALA12.SCREEN_LOG
                    (SCREEN_TS, SCREEN_DATE, SCREEN_TYPE,
                     CUSTOMER_ID, LOAN_ID, SCREENED_NAME,
                     SCREENED_CITY, SCREENED_STATE, LIST_LOADED_TS,
                     ENTRY_ID, ALIAS_SEQ, MATCH_SCORE, DECISION,
                     DECIDED_BY)
              VALUES (CURRENT TIMESTAMP, :SCL_SCREEN-DATE,
                      :SCL_SCREEN-TYPE, :SCL_CUSTOMER-ID,
                      :SCL_LOAN-ID, :SCL_SCREENED-NAME,
                      :SCL_SCREENED-CITY, :SCL_SCREENED-STATE,
                      :SCL_LIST-LOADED-TS, :SCL_ENTRY-ID,
                      :SCL_ALIAS-SEQ, :SCL_MATCH-SCORE,
                      :SCL_DECISION, :SCL_DECIDED-BY)
           END-EXEC
           MOVE 'INSERT SCREEN_LOG ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       PLACE-SANCTIONS-HOLD.
      * A CUSTOMER-LEVEL 'SN' HOLD - ONE IS ENOUGH, HOWEVER MANY
      * PAYOUTS OR SCREENS HIT THE SAME CUSTOMER.
           MOVE 'C'                 TO HLD_HOLD-LEVEL
           MOVE WS-SUBJ-CUSTOMER-ID TO HLD_HOLD-KEY
           MOVE 'SN'                TO HLD_HOLD-CODE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-COUNT
                FROM KALA12.ACCT_HOLD
               WHERE HOLD_LEVEL  = :HLD_HOLD-LEVEL
                 AND HOLD_KEY    = :HLD_HOLD-KEY
                 AND HOLD_CODE   = :HLD_HOLD-CODE
                 AND HOLD_STATUS = 'A'
           END-EXEC
           MOVE 'CHECK EXISTING SANCTIONS HOLD' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-EXIST-COUNT = 0
              MOVE 'A'        TO HLD_HOLD-STATUS
              MOVE 'SANCSCRN' TO HLD_PLACED-BY

              EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :HLD_PLACED-TS
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC

              EXEC SQL
                 INSERT INTO KALA12.ACCT_HOLD
                       (HOLD_LEVEL, HOLD_KEY, HOLD_CODE,
                        HOLD_STATUS, PLACED_BY, PLACED_TS)
                 VALUES (:HLD_HOLD-LEVEL, :HLD_HOLD-KEY,
                         :HLD_HOLD-CODE, :HLD_HOLD-STATUS,
                         :HLD_PLACED-BY, :HLD_PLACED-TS)
              END-EXEC
              MOVE 'INSERT SANCTIONS HOLD ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              ADD 1 TO WS-HOLDS-PLACED
           END-IF

           DISPLAY 'SANCSCRN - POSSIBLE MATCH, CUSTOMER-ID '
                   WS-SUBJ-CUSTOMER-ID ' ENTRY ' SCL_ENTRY-ID
                   ' SCORE ' SCL_MATCH-SCORE ' - ON HOLD'
           .

       WRITE-MATCH-LINE.
           EVALUATE WS-SUBJ-TYPE
             WHEN 'C'
               MOVE 'CUSTOMER' TO RPTD-SCREEN-TYPE
             WHEN 'F'
               MOVE 'FUNDING'  TO RPTD-SCREEN-TYPE
             WHEN OTHER
               MOVE 'REFUND'   TO RPTD-SCREEN-TYPE
           END-EVALUATE

           MOVE SCL_ENTRY-ID  TO SNL_ENTRY-ID
           MOVE SCL_ALIAS-SEQ TO SNL_ALIAS-SEQ
           EXEC SQL
              SELECT ENTRY_NAME, SANCTION_PROGRAM
                INTO :SNL_ENTRY-NAME, :SNL_SANCTION-PROGRAM
                FROM KALA12.SANCTION_LIST
               WHERE ENTRY_ID  = :SNL_ENTRY-ID
                 AND ALIAS_SEQ = :SNL_ALIAS-SEQ
           END-EXEC
           MOVE 'FETCH MATCHED LIST NAME' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           IF SQLCODE = 100
              MOVE SPACES TO SNL_ENTRY-NAME SNL_SANCTION-PROGRAM
           END-IF

           MOVE WS-SUBJ-CUSTOMER-ID  TO RPTD-CUSTOMER-ID
           MOVE WS-SUBJ-LOAN-ID      TO RPTD-LOAN-ID
           MOVE WS-SUBJ-NAME         TO RPTD-NAME
           MOVE SCL_ENTRY-ID         TO RPTD-ENTRY-ID
           MOVE SNL_ENTRY-NAME       TO RPTD-ENTRY-NAME
           MOVE SCL_MATCH-SCORE      TO RPTD-SCORE
           MOVE SNL_SANCTION-PROGRAM TO RPTD-PROGRAM
           WRITE SCREEN-REPORT-LINE FROM WS-RPT-DETAIL
           .

       END-SCREENING.
           MOVE WS-SUBJECTS-SCREENED TO RPTT-SCREENED
           MOVE WS-DECISIONS-CLEAR   TO RPTT-CLEAR
           MOVE WS-DECISIONS-WAIVED  TO RPTT-WAIVED
           MOVE WS-DECISIONS-HELD    TO RPTT-HELD
           WRITE SCREEN-REPORT-LINE FROM WS-RPT-BLANK
           WRITE SCREEN-REPORT-LINE FROM WS-RPT-TOTAL

           EXEC SQL
              COMMIT
           END-EXEC

           CLOSE RPTOUT

           DISPLAY 'SANCSCRN - CUSTOMERS SCREENED:     '
                   WS-CUSTOMERS-SCREENED
           DISPLAY 'SANCSCRN - PAYOUTS SCREENED:       '
                   WS-PAYOUTS-SCREENED
           DISPLAY 'SANCSCRN - CLEAR:                  '
                   WS-DECISIONS-CLEAR
           DISPLAY 'SANCSCRN - CLEARED EARLIER:        '
                   WS-DECISIONS-WAIVED
           DISPLAY 'SANCSCRN - POSSIBLE MATCHES:       '
                   WS-DECISIONS-HELD
           DISPLAY 'SANCSCRN - NEW SANCTIONS HOLDS:    '
                   WS-HOLDS-PLACED

      * RC 4 TELLS OPERATIONS THERE IS A REVIEW LIST FOR COMPLIANCE.
           IF WS-DECISIONS-HELD > 0
              MOVE 4 TO RETURN-CODE
           END-IF
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
