       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: MERGE OF DUPLICATE CUSTOMER RECORDS - A    *
      * BORROWER WHO APPLIED AGAIN UNDER A NEW ID HAS LOANS  *
      * SPLIT ACROSS TWO IDS, WHICH SPLITS DELQAGE'S         *
      * DELINQUENCY FLAG, WONA'S ELIGIBILITY CHECK, THE      *
      * STATEMENTS, THE YEARINT CERTIFICATES AND THE BUREAU  *
      * EXTRACT. RUN MODE COMES FROM SYSIN:                  *
      *                                                      *
      *   'MERGE' (ON DEMAND) -                              *
      *     READS SURVIVING/RETIRED CUSTOMER-ID PAIRS        *
      *     (MRGIN) AND MOVES EVERY LOAN, LOAN_HIST,         *
      *     LOAN_PARTY, AUTOPAY_ENROLL, PROMISE_PAY,         *
      *     CUST_ADDRESS, CUSTOMER-LEVEL ACCT_HOLD, REFUND,  *
      *     CHARGEOFF, LOAN_FUNDING, PAYOFF_PENALTY,         *
      *     AGENCY_PLACEMENT, BUREAU_DISPUTE, SCRA_SERVICE,  *
      *     SCRA_CAP, UNCLAIMED_PROP, BK_CASE, CHECK_ISSUE,  *
      *     DEBT_CANCEL, COMM_PREF AND CUST_PAYOUT_ACCT      *
      *     REFERENCE FROM THE RETIRED ID TO THE SURVIVOR.   *
      *     WHERE BOTH IDS HAVE A COMM_PREF ROW THE          *
      *     SURVIVOR'S TAKES THE MORE RESTRICTIVE SETTING OF *
      *     EACH. WHERE BOTH HAVE A PAYOUT ACCOUNT THE       *
      *     SURVIVOR KEEPS AN ACTIVE ONE - ITS OWN BEFORE    *
      *     THE RETIRED ID'S - AND THE OTHER IS LOGGED.      *
      *     THE RETIRED ID IS LEFT ON FILE AS INACTIVE,      *
      *     NEVER DELETED, AND THE MERGE IS RECORDED IN      *
      *     CUSTOMER_AUDIT ON BOTH IDS ('MERGED_FROM' /      *
      *     'MERGED_INTO'). EACH PAIR IS ITS OWN UNIT OF     *
      *     WORK. THE MERGE LOG (MRGRPT) SHOWS WHAT MOVED;   *
      *     BAD PAIRS GO TO REJFILE AND SET RC 4.            *
      *                                                      *
      *   'SUGGEST' (WEEKLY) -                               *
      *     LISTS LIKELY DUPLICATE PAIRS (DUPRPT) MATCHED ON *
      *     NAME, EMAIL AND PHONE, IGNORING CASE, SPACES AND *
      *     PUNCTUATION, WITH THE OPEN LOANS ON EACH SIDE    *
      *     AND A SUGGESTED SURVIVOR. NOTHING IS CHANGED.    *
      *                                                      *
      * HISTORY THAT RECORDS WHAT WAS TRUE AT THE TIME       *
      * (BUREAU_LOG, SCREEN_LOG, CUSTOMER_AUDIT) STAYS ON    *
      * THE ID IT WAS WRITTEN AGAINST.                       *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRGIN ASSIGN TO MRGIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MRGIN.

           SELECT REJOUT ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJFILE.

           SELECT LOGOUT ASSIGN TO MRGRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MRGRPT.

           SELECT DUPOUT ASSIGN TO DUPRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DUPRPT.

       DATA DIVISION.
       FILE SECTION.

      * ONE MERGE REQUEST: THE ID THAT STAYS, THE ID THAT GOES,
      * AND THE OPERATOR WHO CONFIRMED THEY ARE THE SAME PERSON.
       FD MRGIN
            RECORDING MODE F.
       01 MERGE-RECORD.
          05 MRG-SURVIVOR-ID     PIC 9(9).
          05 MRG-RETIRED-ID      PIC 9(9).
          05 MRG-OPERATOR-ID     PIC X(8).
          05 FILLER              PIC X(54).

       FD REJOUT
            RECORDING MODE F.
       01 REJECT-RECORD.
          05 REJ-DATA            PIC X(80).
          05 REJ-REASON          PIC X(20).

       FD LOGOUT
            RECORDING MODE F.
       01 MERGE-LOG-LINE         PIC X(132).

       FD DUPOUT
            RECORDING MODE F.
       01 DUPLICATE-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE CUSTAUDIT END-EXEC.
           EXEC SQL INCLUDE COMMPREF  END-EXEC.
           EXEC SQL INCLUDE PAYOUTAC  END-EXEC.

      * FILE STATUS.
       01 FS-MRGIN              PIC X(02).
       01 FS-REJFILE            PIC X(02).
       01 FS-MRGRPT             PIC X(02).
       01 FS-DUPRPT             PIC X(02).
       01 EOF                   PIC X VALUE 'N'.
         88 END-OF-FILE         VALUE 'Y'.
       01 EOF-DUP               PIC X VALUE 'N'.
         88 END-OF-DUPLICATES   VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

      * RUN MODE FROM SYSIN: 'MERGE' OR 'SUGGEST'.
       01 WS-RUN-MODE           PIC X(7).

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).

       01 WS-PROCESS-REQUEST    PIC X VALUE 'Y'.
         88 PROCESS-REQUEST-YES VALUE 'Y'.
         88 PROCESS-REQUEST-NO  VALUE 'N'.
       01 WS-REJECT-REASON      PIC X(20).

      * THE PAIR BEING MERGED.
       01 WS-SURVIVOR-ID        PIC S9(9) USAGE COMP.
       01 WS-RETIRED-ID         PIC S9(9) USAGE COMP.
       01 WS-SURVIVOR-NAME      PIC X(30).
       01 WS-SURVIVOR-STATUS    PIC X(1).
       01 WS-SURVIVOR-DELQ      PIC X(1).
       01 WS-RETIRED-NAME       PIC X(30).
       01 WS-RETIRED-STATUS     PIC X(1).
       01 WS-RETIRED-DELQ       PIC X(1).
       01 WS-ROW-COUNT          PIC S9(9) USAGE COMP.
       01 WS-ID-EDIT            PIC 9(9).

      * BEFORE/AFTER VALUES, AS TEXT, FOR THE AUDIT ROWS.
       01 WS-AUDIT-CUSTOMER-ID  PIC S9(9) USAGE COMP.
       01 WS-OLD-VALUE-TEXT     PIC X(50).
       01 WS-NEW-VALUE-TEXT     PIC X(50).

      * ROWS MOVED PER TABLE FOR THE PAIR. THE 'KEPT' COUNTS ARE
      * ROWS THAT WOULD HAVE COLLIDED WITH ONE THE SURVIVOR ALREADY
      * HAS (SAME ADDRESS EFFECTIVE DATE, SAME SERVICE START) AND
      * SO STAY ON THE RETIRED ID FOR A PERSON TO LOOK AT.
       01 WS-MOVED-LOAN         PIC S9(9) USAGE COMP.
       01 WS-MOVED-LOAN-HIST    PIC S9(9) USAGE COMP.
       01 WS-MOVED-PARTY        PIC S9(9) USAGE COMP.
       01 WS-DROPPED-PARTY      PIC S9(9) USAGE COMP.
       01 WS-MOVED-AUTOPAY      PIC S9(9) USAGE COMP.
       01 WS-MOVED-PROMISE      PIC S9(9) USAGE COMP.
       01 WS-MOVED-ADDRESS      PIC S9(9) USAGE COMP.
       01 WS-KEPT-ADDRESS       PIC S9(9) USAGE COMP.
       01 WS-MOVED-HOLD         PIC S9(9) USAGE COMP.
       01 WS-MOVED-REFUND       PIC S9(9) USAGE COMP.
       01 WS-MOVED-CHARGEOFF    PIC S9(9) USAGE COMP.
       01 WS-MOVED-FUNDING      PIC S9(9) USAGE COMP.
       01 WS-MOVED-PENALTY      PIC S9(9) USAGE COMP.
       01 WS-MOVED-AGENCY       PIC S9(9) USAGE COMP.
       01 WS-MOVED-DISPUTE      PIC S9(9) USAGE COMP.
       01 WS-MOVED-SCRA-SVC     PIC S9(9) USAGE COMP.
       01 WS-KEPT-SCRA-SVC      PIC S9(9) USAGE COMP.
       01 WS-MOVED-SCRA-CAP     PIC S9(9) USAGE COMP.
       01 WS-MOVED-UNCLAIMED    PIC S9(9) USAGE COMP.
       01 WS-MOVED-BK-CASE      PIC S9(9) USAGE COMP.
       01 WS-MOVED-CHECK        PIC S9(9) USAGE COMP.
       01 WS-MOVED-DEBT-CANCEL  PIC S9(9) USAGE COMP.
       01 WS-KEPT-DEBT-CANCEL   PIC S9(9) USAGE COMP.
      * ONE ROW PER CUSTOMER - MOVED WHEN THE SURVIVOR HAD NONE,
      * OTHERWISE COMBINED INTO THE SURVIVOR'S (PREFERENCES) OR
      * LOGGED (PAYOUT ACCOUNT).
       01 WS-MOVED-COMM-PREF    PIC S9(9) USAGE COMP.
       01 WS-MERGED-COMM-PREF   PIC S9(9) USAGE COMP.
       01 WS-MOVED-PAYOUT       PIC S9(9) USAGE COMP.
       01 WS-LOGGED-PAYOUT      PIC S9(9) USAGE COMP.

      * THE RETIRED ID'S PREFERENCES, AGAINST THE SURVIVOR'S IN THE
      * CPF_ FIELDS. EACH SETTING TAKES WHICHEVER SIDE IS MORE
      * RESTRICTIVE - PAPER OVER ELECTRONIC, NO REMINDERS OVER ANY,
      * DO-NOT-CONTACT OVER CONTACT, E-CONSENT WITHDRAWN OVER NEVER
      * GIVEN OVER GIVEN.
       01 WS-RETIRED-PREF.
          05 WS-RPF-STMT-DELIVERY    PIC X(1).
          05 WS-RPF-LETTER-DELIVERY  PIC X(1).
          05 WS-RPF-NOTICE-DELIVERY  PIC X(1).
          05 WS-RPF-TAXDOC-DELIVERY  PIC X(1).
          05 WS-RPF-REMIND-CHANNEL   PIC X(1).
          05 WS-RPF-DNC-EMAIL        PIC X(1).
          05 WS-RPF-DNC-PHONE        PIC X(1).
          05 WS-RPF-DNC-MAIL         PIC X(1).
          05 WS-RPF-ECONSENT         PIC X(1).
          05 WS-RPF-ECONSENT-DATE    PIC X(10).
       01 WS-PREF-SURVIVOR      PIC X(1).
       01 WS-PREF-RETIRED       PIC X(1).
       01 WS-PREF-STRICTER      PIC X(1).
       01 WS-PREF-CHANGED       PIC X VALUE 'N'.
         88 PREF-CHANGED        VALUE 'Y'.

      * THE TWO PAYOUT ACCOUNTS WHEN BOTH IDS HAVE ONE.
       01 WS-SURVIVOR-PAYOUT-STATUS PIC X(1).
       01 WS-RETIRED-PAYOUT.
          05 WS-RPO-ROUTING-NUMBER   PIC X(9).
          05 WS-RPO-ACCOUNT-TYPE     PIC X(1).
          05 WS-RPO-ACCT-STATUS      PIC X(1).

      * RUN CONTROL TOTALS.
       01 WS-PAIRS-READ         PIC 9(9) VALUE 0.
       01 WS-PAIRS-MERGED       PIC 9(9) VALUE 0.
       01 WS-PAIRS-REJECTED     PIC 9(9) VALUE 0.
       01 WS-PAIRS-WITH-KEPT    PIC 9(9) VALUE 0.
       01 WS-DUPS-LISTED        PIC 9(9) VALUE 0.
       01 WS-DUPS-STRONG        PIC 9(9) VALUE 0.

      * MERGE LOG LINES.
       01 WS-LOG-HEADER.
          05 FILLER             PIC X(27)
                     VALUE 'CUSTOMER MERGE LOG - RUN: '.
          05 LOGH-DATE          PIC X(10).
          05 FILLER             PIC X(95) VALUE SPACES.

       01 WS-LOG-PAIR.
          05 FILLER             PIC X(10) VALUE 'SURVIVOR: '.
          05 LOGP-SURVIVOR-ID   PIC 9(9).
          05 FILLER             PIC X(1) VALUE SPACES.
          05 LOGP-SURVIVOR-NAME PIC X(30).
          05 FILLER             PIC X(11) VALUE ' RETIRED: '.
          05 LOGP-RETIRED-ID    PIC 9(9).
          05 FILLER             PIC X(1) VALUE SPACES.
          05 LOGP-RETIRED-NAME  PIC X(30).
          05 FILLER             PIC X(4) VALUE ' BY '.
          05 LOGP-OPERATOR      PIC X(8).
          05 FILLER             PIC X(19) VALUE SPACES.

      * ROW COUNTS GO OUT SEVEN TO A LINE.
       01 WS-LOG-COUNTS.
          05 FILLER             PIC X(6) VALUE SPACES.
          05 LOGC-CELL OCCURS 7 TIMES.
             10 LOGC-LABEL      PIC X(10).
             10 LOGC-COUNT      PIC ZZZZZ9.
             10 FILLER          PIC X(2).
       01 WS-CELL-IX            PIC 9(4) USAGE COMP VALUE 0.
       01 WS-CELL-LABEL         PIC X(10).
       01 WS-CELL-VALUE         PIC S9(9) USAGE COMP.

       01 WS-LOG-KEPT-NOTE.
          05 FILLER             PIC X(6) VALUE SPACES.
          05 FILLER             PIC X(60) VALUE
             'ROWS KEPT ON THE RETIRED ID COLLIDE WITH THE SURVIVOR''S'.
          05 FILLER             PIC X(66) VALUE
             '- REVIEW AND CORRECT BY HAND.'.

      * THE PAYOUT ACCOUNT THE SURVIVOR DID NOT KEEP. THE ACCOUNT
      * NUMBER STAYS OFF THE LOG - THE ROUTING NUMBER AND THE ID IT
      * WAS ON ARE ENOUGH TO FIND THE ROW.
       01 WS-LOG-PAYOUT-NOTE.
          05 FILLER             PIC X(6) VALUE SPACES.
          05 FILLER             PIC X(35) VALUE
             'PAYOUT ACCOUNT NOT KEPT - ROUTING '.
          05 LOGA-ROUTING       PIC X(9).
          05 FILLER             PIC X(7) VALUE ' TYPE '.
          05 LOGA-TYPE          PIC X(1).
          05 FILLER             PIC X(9) VALUE ' STATUS '.
          05 LOGA-STATUS        PIC X(1).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 LOGA-DISPOSITION   PIC X(40).
          05 FILLER             PIC X(22) VALUE SPACES.

       01 WS-RPT-BLANK          PIC X(132) VALUE SPACES.

      * LIKELY-DUPLICATE REPORT LINES.
       01 WS-DUP-HEADER.
          05 FILLER             PIC X(37)
                     VALUE 'LIKELY DUPLICATE CUSTOMERS - RUN: '.
          05 DUPH-DATE          PIC X(10).
          05 FILLER             PIC X(85) VALUE SPACES.

       01 WS-DUP-COLUMNS.
          05 FILLER             PIC X(11) VALUE 'CUSTOMER-A'.
          05 FILLER             PIC X(32) VALUE 'NAME'.
          05 FILLER             PIC X(11) VALUE 'CUSTOMER-B'.
          05 FILLER             PIC X(32) VALUE 'NAME'.
          05 FILLER             PIC X(7)  VALUE 'N E P'.
          05 FILLER             PIC X(11) VALUE 'OPEN A   B'.
          05 FILLER             PIC X(11) VALUE 'STRENGTH'.
          05 FILLER             PIC X(17) VALUE 'SUGGEST KEEP'.

       01 WS-DUP-DETAIL.
          05 DUPD-ID-A          PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 DUPD-NAME-A        PIC X(30).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 DUPD-ID-B          PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 DUPD-NAME-B        PIC X(30).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 DUPD-NAME-MATCH    PIC X(1).
          05 FILLER             PIC X(1) VALUE SPACES.
          05 DUPD-EMAIL-MATCH   PIC X(1).
          05 FILLER             PIC X(1) VALUE SPACES.
          05 DUPD-PHONE-MATCH   PIC X(1).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 DUPD-LOANS-A       PIC ZZZ9.
          05 FILLER             PIC X(1) VALUE SPACES.
          05 DUPD-LOANS-B       PIC ZZZ9.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 DUPD-STRENGTH      PIC X(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 DUPD-KEEP-ID       PIC 9(9).
          05 FILLER             PIC X(8) VALUE SPACES.

       01 WS-DUP-LEGEND.
          05 FILLER             PIC X(66) VALUE
             'N E P = NAME / EMAIL / PHONE MATCH. STRONG = TWO OR MORE'.
          05 FILLER             PIC X(66) VALUE
             'MATCH; SUGGESTED KEEPER HAS MORE OPEN LOANS, ELSE OLDER.'.

      * ONE CANDIDATE PAIR FROM THE CURSOR.
       01 WS-DUP-ID-A           PIC S9(9) USAGE COMP.
       01 WS-DUP-NAME-A         PIC X(30).
       01 WS-DUP-ID-B           PIC S9(9) USAGE COMP.
       01 WS-DUP-NAME-B         PIC X(30).
       01 WS-DUP-NAME-MATCH     PIC X(1).
       01 WS-DUP-EMAIL-MATCH    PIC X(1).
       01 WS-DUP-PHONE-MATCH    PIC X(1).
       01 WS-DUP-LOANS-A        PIC S9(9) USAGE COMP.
       01 WS-DUP-LOANS-B        PIC S9(9) USAGE COMP.
       01 WS-DUP-MATCHES        PIC 9(1).

      *****************************************************
      *  CANDIDATE DUPLICATE PAIRS. EACH CUSTOMER NOT     *
      *  ALREADY MERGED AWAY GETS A MATCH KEY FOR NAME    *
      *  (UPPER CASE, NO SPACES OR PUNCTUATION), EMAIL    *
      *  (UPPER CASE, TRIMMED) AND PHONE (DIGITS ONLY).   *
      *  ANY ONE KEY IN COMMON MAKES A CANDIDATE; BLANK   *
      *  KEYS NEVER MATCH.                                *
      *****************************************************
           EXEC SQL
             DECLARE C-DUPLICATES CURSOR WITH HOLD FOR
               WITH K (ID, NAME, NAME_KEY, EMAIL_KEY, PHONE_KEY) AS
                  (SELECT C.ID, C.NAME,
                          UPPER(REPLACE(REPLACE(REPLACE(REPLACE(
                                REPLACE(C.NAME, ' ', ''), '.', ''),
                                ',', ''), '-', ''), '''', '')),
                          UPPER(TRIM(C.EMAIL)),
                          REPLACE(REPLACE(REPLACE(REPLACE(REPLACE(
                                REPLACE(C.PHONE, ' ', ''), '-', ''),
                                '(', ''), ')', ''), '.', ''), '+', '')
                     FROM CUSTOMER C
                    WHERE NOT EXISTS
                          (SELECT 1 FROM KALA12.CUSTOMER_AUDIT A
                            WHERE A.CUSTOMER_ID   = C.ID
                              AND A.FIELD_CHANGED = 'MERGED_INTO'))
               SELECT A.ID, A.NAME, B.ID, B.NAME,
                      CASE WHEN A.NAME_KEY = B.NAME_KEY
                            AND A.NAME_KEY <> ''
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN A.EMAIL_KEY = B.EMAIL_KEY
                            AND A.EMAIL_KEY <> ''
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN A.PHONE_KEY = B.PHONE_KEY
                            AND A.PHONE_KEY <> ''
                           THEN 'Y' ELSE 'N' END,
                      (SELECT COUNT(*) FROM LOAN L
                        WHERE L.CUSTOMER_ID = A.ID
                          AND L.LOAN_STATUS NOT = 'C'),
                      (SELECT COUNT(*) FROM LOAN L
                        WHERE L.CUSTOMER_ID = B.ID
                          AND L.LOAN_STATUS NOT = 'C')
                 FROM K A
                 JOIN K B
                   ON B.ID > A.ID
                WHERE (A.NAME_KEY  = B.NAME_KEY  AND A.NAME_KEY  <> '')
                   OR (A.EMAIL_KEY = B.EMAIL_KEY AND A.EMAIL_KEY <> '')
                   OR (A.PHONE_KEY = B.PHONE_KEY AND A.PHONE_KEY <> '')
                ORDER BY A.ID, B.ID
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE

           DISPLAY 'CUSTMRG - CUSTOMER MERGE RUN, MODE: ' WS-RUN-MODE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           EVALUATE WS-RUN-MODE
             WHEN 'MERGE'
               PERFORM MERGE-RUN
             WHEN 'SUGGEST'
               PERFORM SUGGEST-RUN
             WHEN OTHER
               DISPLAY 'CUSTMRG - INVALID MODE - MUST BE MERGE OR '
                       'SUGGEST.'
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN
           .

       MERGE-RUN.
           OPEN INPUT MRGIN
           IF FS-MRGIN NOT = '00'
              DISPLAY 'CUSTMRG - ERROR OPENING MERGE PAIR FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-MRGIN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT REJOUT
           IF FS-REJFILE NOT = '00'
              DISPLAY 'CUSTMRG - ERROR OPENING REJECT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-REJFILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LOGOUT
           IF FS-MRGRPT NOT = '00'
              DISPLAY 'CUSTMRG - ERROR OPENING MERGE LOG.'
              DISPLAY 'FILE STATUS CODE: ' FS-MRGRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TODAY-DASHED TO LOGH-DATE
           WRITE MERGE-LOG-LINE FROM WS-LOG-HEADER
           WRITE MERGE-LOG-LINE FROM WS-RPT-BLANK

           PERFORM READ-MERGE-RECORD
           PERFORM UNTIL END-OF-FILE
              ADD 1 TO WS-PAIRS-READ
              PERFORM PROCESS-MERGE-REQUEST
              PERFORM READ-MERGE-RECORD
           END-PERFORM

           CLOSE MRGIN
           CLOSE REJOUT
           CLOSE LOGOUT

           DISPLAY 'CUSTMRG - PAIRS READ:               ' WS-PAIRS-READ
           DISPLAY 'CUSTMRG - PAIRS MERGED:             '
                   WS-PAIRS-MERGED
           DISPLAY 'CUSTMRG - PAIRS REJECTED:           '
                   WS-PAIRS-REJECTED
           DISPLAY 'CUSTMRG - PAIRS WITH ROWS KEPT BACK: '
                   WS-PAIRS-WITH-KEPT

           IF WS-PAIRS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       READ-MERGE-RECORD.
           READ MRGIN
              AT END
                 MOVE 'Y' TO EOF
           END-READ
           .

       PROCESS-MERGE-REQUEST.
           SET PROCESS-REQUEST-YES TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT MRG-SURVIVOR-ID NUMERIC
              OR NOT MRG-RETIRED-ID NUMERIC
              OR MRG-SURVIVOR-ID = 0
              OR MRG-RETIRED-ID = 0
              SET PROCESS-REQUEST-NO TO TRUE
              MOVE 'INVALID CUSTOMER-ID' TO WS-REJECT-REASON
           END-IF

           IF PROCESS-REQUEST-YES
              IF MRG-SURVIVOR-ID = MRG-RETIRED-ID
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'SAME CUSTOMER-ID' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              IF MRG-OPERATOR-ID = SPACES
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'MISSING OPERATOR-ID' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              MOVE MRG-SURVIVOR-ID TO WS-SURVIVOR-ID
              MOVE MRG-RETIRED-ID  TO WS-RETIRED-ID
              PERFORM FETCH-MERGE-PAIR
           END-IF

           IF PROCESS-REQUEST-YES
              PERFORM MOVE-CUSTOMER-REFERENCES
              PERFORM RETIRE-MERGED-CUSTOMER
              PERFORM WRITE-MERGE-LOG

              EXEC SQL
                 COMMIT
              END-EXEC

              ADD 1 TO WS-PAIRS-MERGED
              DISPLAY 'CUSTMRG - CUSTOMER-ID ' MRG-RETIRED-ID
                      ' MERGED INTO ' MRG-SURVIVOR-ID
                      ' BY ' MRG-OPERATOR-ID
           ELSE
              PERFORM REJECT-MERGE
              ADD 1 TO WS-PAIRS-REJECTED
           END-IF
           .

       FETCH-MERGE-PAIR.
      * BOTH IDS MUST EXIST. THE SURVIVOR MUST BE ACTIVE AND NOT
      * ITSELF MERGED AWAY; THE RETIRED ID MUST NOT HAVE BEEN
      * MERGED ALREADY.
           EXEC SQL
              SELECT NAME, STATUS, DELINQUENCY_FLAG
                INTO :WS-SURVIVOR-NAME, :WS-SURVIVOR-STATUS,
                     :WS-SURVIVOR-DELQ
                FROM CUSTOMER
               WHERE ID = :WS-SURVIVOR-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'UNKNOWN SURVIVOR' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'FETCH SURVIVING CUSTOMER' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
           END-EVALUATE

           IF PROCESS-REQUEST-YES
              EXEC SQL
                 SELECT NAME, STATUS, DELINQUENCY_FLAG
                   INTO :WS-RETIRED-NAME, :WS-RETIRED-STATUS,
                        :WS-RETIRED-DELQ
                   FROM CUSTOMER
                  WHERE ID = :WS-RETIRED-ID
              END-EXEC

              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'UNKNOWN RETIRED ID' TO WS-REJECT-REASON
                 WHEN OTHER
                    MOVE 'FETCH RETIRED CUSTOMER' TO WS-SQL-ACTION
                    PERFORM CHECK-SQLCODE
              END-EVALUATE
           END-IF

           IF PROCESS-REQUEST-YES
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM KALA12.CUSTOMER_AUDIT
                  WHERE CUSTOMER_ID   = :WS-SURVIVOR-ID
                    AND FIELD_CHANGED = 'MERGED_INTO'
              END-EXEC
              MOVE 'CHECK SURVIVOR NOT MERGED' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-ROW-COUNT > 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'SURVIVOR WAS MERGED' TO WS-REJECT-REASON
              ELSE
                 IF WS-SURVIVOR-STATUS NOT = 'A'
                    SET PROCESS-REQUEST-NO TO TRUE
                    MOVE 'SURVIVOR INACTIVE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF

           IF PROCESS-REQUEST-YES
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM KALA12.CUSTOMER_AUDIT
                  WHERE CUSTOMER_ID   = :WS-RETIRED-ID
                    AND FIELD_CHANGED = 'MERGED_INTO'
              END-EXEC
              MOVE 'CHECK RETIRED NOT MERGED' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-ROW-COUNT > 0
                 SET PROCESS-REQUEST-NO TO TRUE
                 MOVE 'ALREADY MERGED' TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       MOVE-CUSTOMER-REFERENCES.
      * LOANS - LIVE AND ARCHIVED - AND EVERYTHING KEYED TO THE
      * CUSTOMER RATHER THAN THE LOAN.
           EXEC SQL
              UPDATE KALA12.LOAN
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE LOAN ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-LOAN

           EXEC SQL
              UPDATE KALA12.LOAN_HIST
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE LOAN_HIST ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-LOAN-HIST

      * A LOAN ON WHICH BOTH IDS ALREADY STAND AS PARTIES KEEPS THE
      * SURVIVOR'S ROW - THE RETIRED ID'S DUPLICATE IS DROPPED.
           EXEC SQL
              DELETE FROM KALA12.LOAN_PARTY P
               WHERE P.CUSTOMER_ID = :WS-RETIRED-ID
                 AND EXISTS
                     (SELECT 1 FROM KALA12.LOAN_PARTY Q
                       WHERE Q.LOAN_ID     = P.LOAN_ID
                         AND Q.CUSTOMER_ID = :WS-SURVIVOR-ID)
           END-EXEC
           MOVE 'DROP DUPLICATE LOAN_PARTY ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-DROPPED-PARTY

           EXEC SQL
              UPDATE KALA12.LOAN_PARTY
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE LOAN_PARTY ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-PARTY

           EXEC SQL
              UPDATE KALA12.AUTOPAY_ENROLL
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE AUTOPAY_ENROLL ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-AUTOPAY

           EXEC SQL
              UPDATE KALA12.PROMISE_PAY
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE PROMISE_PAY ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-PROMISE

      * ADDRESSES ARE EFFECTIVE-DATED AND NEVER OVERWRITTEN, SO THE
      * RETIRED ID'S HISTORY JOINS THE SURVIVOR'S AND THE NEWEST
      * ADDRESS OF EITHER BECOMES THE ONE IN EFFECT.
           EXEC SQL
              UPDATE KALA12.CUST_ADDRESS R
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE R.CUSTOMER_ID = :WS-RETIRED-ID
                 AND NOT EXISTS
                     (SELECT 1 FROM KALA12.CUST_ADDRESS S
                       WHERE S.CUSTOMER_ID    = :WS-SURVIVOR-ID
                         AND S.EFFECTIVE_DATE = R.EFFECTIVE_DATE)
           END-EXEC
           MOVE 'MOVE CUST_ADDRESS ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-ADDRESS

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-KEPT-ADDRESS
                FROM KALA12.CUST_ADDRESS
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'COUNT CUST_ADDRESS ROWS KEPT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              UPDATE KALA12.ACCT_HOLD
                 SET HOLD_KEY = :WS-SURVIVOR-ID
               WHERE HOLD_LEVEL = 'C'
                 AND HOLD_KEY   = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE CUSTOMER-LEVEL HOLDS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-HOLD

           EXEC SQL
              UPDATE KALA12.REFUND
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE REFUND ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-REFUND

           EXEC SQL
              UPDATE KALA12.CHARGEOFF
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE CHARGEOFF ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-CHARGEOFF

           EXEC SQL
              UPDATE KALA12.LOAN_FUNDING
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE LOAN_FUNDING ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-FUNDING

           EXEC SQL
              UPDATE KALA12.PAYOFF_PENALTY
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE PAYOFF_PENALTY ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-PENALTY

           EXEC SQL
              UPDATE KALA12.AGENCY_PLACEMENT
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE AGENCY_PLACEMENT ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-AGENCY

           EXEC SQL
              UPDATE KALA12.BUREAU_DISPUTE
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE BUREAU_DISPUTE ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-DISPUTE

      * DUTY PERIODS ARE KEYED BY THEIR START DATE, LIKE ADDRESSES.
           EXEC SQL
              UPDATE KALA12.SCRA_SERVICE R
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE R.CUSTOMER_ID = :WS-RETIRED-ID
                 AND NOT EXISTS
                     (SELECT 1 FROM KALA12.SCRA_SERVICE S
                       WHERE S.CUSTOMER_ID   = :WS-SURVIVOR-ID
                         AND S.SERVICE_START = R.SERVICE_START)
           END-EXEC
           MOVE 'MOVE SCRA_SERVICE ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-SCRA-SVC

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-KEPT-SCRA-SVC
                FROM KALA12.SCRA_SERVICE
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'COUNT SCRA_SERVICE ROWS KEPT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              UPDATE KALA12.SCRA_CAP
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE SCRA_CAP ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-SCRA-CAP

           EXEC SQL
              UPDATE KALA12.UNCLAIMED_PROP
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE UNCLAIMED_PROP ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-UNCLAIMED

      * A BANKRUPTCY CASE IS THE PERSON'S, AND ITS AUTOMATIC STAY
      * COVERS THE SURVIVOR'S ACCOUNTS FROM NOW ON.
           EXEC SQL
              UPDATE KALA12.BK_CASE
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE BK_CASE ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-BK-CASE

           EXEC SQL
              UPDATE KALA12.CHECK_ISSUE
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE CHECK_ISSUE ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-CHECK

      * A CANCELLED DEBT IS ONE ROW PER DEBTOR, LOAN AND TAX YEAR -
      * ONE ALREADY ON THE SURVIVOR FOR THE SAME LOAN AND YEAR
      * KEEPS THE RETIRED ID'S ROW BACK FOR A PERSON TO LOOK AT.
           EXEC SQL
              UPDATE KALA12.DEBT_CANCEL R
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE R.CUSTOMER_ID = :WS-RETIRED-ID
                 AND NOT EXISTS
                     (SELECT 1 FROM KALA12.DEBT_CANCEL S
                       WHERE S.CUSTOMER_ID = :WS-SURVIVOR-ID
                         AND S.TAX_YEAR    = R.TAX_YEAR
                         AND S.LOAN_ID     = R.LOAN_ID)
           END-EXEC
           MOVE 'MOVE DEBT_CANCEL ROWS' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-DEBT-CANCEL

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-KEPT-DEBT-CANCEL
                FROM KALA12.DEBT_CANCEL
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'COUNT DEBT_CANCEL ROWS KEPT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM MOVE-COMM-PREF
           PERFORM MOVE-PAYOUT-ACCOUNT
           .

       MOVE-COMM-PREF.
           MOVE 0 TO WS-MOVED-COMM-PREF
           MOVE 0 TO WS-MERGED-COMM-PREF
           MOVE WS-SURVIVOR-ID TO CPF_CUSTOMER-ID

           EXEC SQL
              SELECT STMT_DELIVERY, LETTER_DELIVERY, NOTICE_DELIVERY,
                     TAXDOC_DELIVERY, REMIND_CHANNEL, DNC_EMAIL,
                     DNC_PHONE, DNC_MAIL, ECONSENT, ECONSENT_DATE
                INTO :CPF_STMT-DELIVERY, :CPF_LETTER-DELIVERY,
                     :CPF_NOTICE-DELIVERY, :CPF_TAXDOC-DELIVERY,
                     :CPF_REMIND-CHANNEL, :CPF_DNC-EMAIL,
                     :CPF_DNC-PHONE, :CPF_DNC-MAIL, :CPF_ECONSENT,
                     :CPF_ECONSENT-DATE
                FROM KALA12.COMM_PREF
               WHERE CUSTOMER_ID = :CPF_CUSTOMER-ID
           END-EXEC
           MOVE 'FETCH SURVIVOR COMM_PREF' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 100
              EXEC SQL
                 UPDATE KALA12.COMM_PREF
                    SET CUSTOMER_ID = :WS-SURVIVOR-ID
                  WHERE CUSTOMER_ID = :WS-RETIRED-ID
              END-EXEC
              MOVE 'MOVE COMM_PREF ROW' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
              PERFORM COUNT-ROWS-MOVED
              MOVE WS-ROW-COUNT TO WS-MOVED-COMM-PREF
           ELSE
              EXEC SQL
                 SELECT STMT_DELIVERY, LETTER_DELIVERY,
                        NOTICE_DELIVERY, TAXDOC_DELIVERY,
                        REMIND_CHANNEL, DNC_EMAIL, DNC_PHONE,
                        DNC_MAIL, ECONSENT, ECONSENT_DATE
                   INTO :WS-RPF-STMT-DELIVERY,
                        :WS-RPF-LETTER-DELIVERY,
                        :WS-RPF-NOTICE-DELIVERY,
                        :WS-RPF-TAXDOC-DELIVERY,
                        :WS-RPF-REMIND-CHANNEL, :WS-RPF-DNC-EMAIL,
                        :WS-RPF-DNC-PHONE, :WS-RPF-DNC-MAIL,
                        :WS-RPF-ECONSENT, :WS-RPF-ECONSENT-DATE
                   FROM KALA12.COMM_PREF
                  WHERE CUSTOMER_ID = :WS-RETIRED-ID
              END-EXEC
              MOVE 'FETCH RETIRED COMM_PREF' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF SQLCODE = 0
                 PERFORM COMBINE-COMM-PREF
                 MOVE 1 TO WS-MERGED-COMM-PREF
              END-IF
           END-IF
           .

       COMBINE-COMM-PREF.
      * EVERY SETTING THE RETIRED ID HELD MORE TIGHTLY IS TAKEN ONTO
      * THE SURVIVOR'S ROW AND AUDITED THE WAY CUSTMNT AUDITS A
      * CHANGE; THE RETIRED ID'S ROW THEN GOES.
           MOVE 'N' TO WS-PREF-CHANGED
           MOVE WS-SURVIVOR-ID TO WS-AUDIT-CUSTOMER-ID

           MOVE 'STMT_DELIVERY' TO CAUD_FIELD-CHANGED
           MOVE CPF_STMT-DELIVERY    TO WS-PREF-SURVIVOR
           MOVE WS-RPF-STMT-DELIVERY TO WS-PREF-RETIRED
           MOVE 'P' TO WS-PREF-STRICTER
           PERFORM TAKE-STRICTER-PREF
           MOVE WS-PREF-SURVIVOR TO CPF_STMT-DELIVERY

           MOVE 'LETTER_DELIVERY' TO CAUD_FIELD-CHANGED
           MOVE CPF_LETTER-DELIVERY    TO WS-PREF-SURVIVOR
           MOVE WS-RPF-LETTER-DELIVERY TO WS-PREF-RETIRED
           MOVE 'P' TO WS-PREF-STRICTER
           PERFORM TAKE-STRICTER-PREF
           MOVE WS-PREF-SURVIVOR TO CPF_LETTER-DELIVERY

           MOVE 'NOTICE_DELIVERY' TO CAUD_FIELD-CHANGED
           MOVE CPF_NOTICE-DELIVERY    TO WS-PREF-SURVIVOR
           MOVE WS-RPF-NOTICE-DELIVERY TO WS-PREF-RETIRED
           MOVE 'P' TO WS-PREF-STRICTER
           PERFORM TAKE-STRICTER-PREF
           MOVE WS-PREF-SURVIVOR TO CPF_NOTICE-DELIVERY

           MOVE 'TAXDOC_DELIVERY' TO CAUD_FIELD-CHANGED
           MOVE CPF_TAXDOC-DELIVERY    TO WS-PREF-SURVIVOR
           MOVE WS-RPF-TAXDOC-DELIVERY TO WS-PREF-RETIRED
           MOVE 'P' TO WS-PREF-STRICTER
           PERFORM TAKE-STRICTER-PREF
           MOVE WS-PREF-SURVIVOR TO CPF_TAXDOC-DELIVERY

           MOVE 'REMIND_CHANNEL' TO CAUD_FIELD-CHANGED
           MOVE CPF_REMIND-CHANNEL    TO WS-PREF-SURVIVOR
           MOVE WS-RPF-REMIND-CHANNEL TO WS-PREF-RETIRED
           MOVE 'N' TO WS-PREF-STRICTER
           PERFORM TAKE-STRICTER-PREF
           MOVE WS-PREF-SURVIVOR TO CPF_REMIND-CHANNEL

           MOVE 'DNC_EMAIL' TO CAUD_FIELD-CHANGED
           MOVE CPF_DNC-EMAIL    TO WS-PREF-SURVIVOR
           MOVE WS-RPF-DNC-EMAIL TO WS-PREF-RETIRED
           MOVE 'Y' TO WS-PREF-STRICTER
           PERFORM TAKE-STRICTER-PREF
           MOVE WS-PREF-SURVIVOR TO CPF_DNC-EMAIL

           MOVE 'DNC_PHONE' TO CAUD_FIELD-CHANGED
           MOVE CPF_DNC-PHONE    TO WS-PREF-SURVIVOR
           MOVE WS-RPF-DNC-PHONE TO WS-PREF-RETIRED
           MOVE 'Y' TO WS-PREF-STRICTER
           PERFORM TAKE-STRICTER-PREF
           MOVE WS-PREF-SURVIVOR TO CPF_DNC-PHONE

           MOVE 'DNC_MAIL' TO CAUD_FIELD-CHANGED
           MOVE CPF_DNC-MAIL    TO WS-PREF-SURVIVOR
           MOVE WS-RPF-DNC-MAIL TO WS-PREF-RETIRED
           MOVE 'Y' TO WS-PREF-STRICTER
           PERFORM TAKE-STRICTER-PREF
           MOVE WS-PREF-SURVIVOR TO CPF_DNC-MAIL

      * E-CONSENT HAS THREE STATES - A WITHDRAWAL ON EITHER SIDE
      * STANDS, THEN A CONSENT NEVER GIVEN. THE DATE GOES WITH THE
      * STATE TAKEN.
           MOVE 'ECONSENT' TO CAUD_FIELD-CHANGED
           MOVE CPF_ECONSENT    TO WS-PREF-SURVIVOR
           MOVE WS-RPF-ECONSENT TO WS-PREF-RETIRED
           IF WS-PREF-SURVIVOR NOT = 'W'
              IF WS-PREF-RETIRED = 'W'
                 MOVE 'W' TO WS-PREF-STRICTER
              ELSE
                 MOVE 'N' TO WS-PREF-STRICTER
              END-IF
              PERFORM TAKE-STRICTER-PREF
              IF WS-PREF-SURVIVOR NOT = CPF_ECONSENT
                 MOVE WS-PREF-SURVIVOR     TO CPF_ECONSENT
                 MOVE WS-RPF-ECONSENT-DATE TO CPF_ECONSENT-DATE
              END-IF
           END-IF

           IF PREF-CHANGED
              MOVE MRG-OPERATOR-ID TO CPF_UPDATED-BY

              EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :CPF_UPDATED-TS
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC

              EXEC SQL
                 UPDATE KALA12.COMM_PREF
                    SET STMT_DELIVERY   = :CPF_STMT-DELIVERY,
                        LETTER_DELIVERY = :CPF_LETTER-DELIVERY,
                        NOTICE_DELIVERY = :CPF_NOTICE-DELIVERY,
                        TAXDOC_DELIVERY = :CPF_TAXDOC-DELIVERY,
                        REMIND_CHANNEL  = :CPF_REMIND-CHANNEL,
                        DNC_EMAIL       = :CPF_DNC-EMAIL,
                        DNC_PHONE       = :CPF_DNC-PHONE,
                        DNC_MAIL        = :CPF_DNC-MAIL,
                        ECONSENT        = :CPF_ECONSENT,
                        ECONSENT_DATE   = :CPF_ECONSENT-DATE,
                        UPDATED_BY      = :CPF_UPDATED-BY,
                        UPDATED_TS      = :CPF_UPDATED-TS
                  WHERE CUSTOMER_ID = :CPF_CUSTOMER-ID
              END-EXEC
              MOVE 'TIGHTEN SURVIVOR COMM_PREF' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           END-IF

           EXEC SQL
              DELETE FROM KALA12.COMM_PREF
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'DROP RETIRED COMM_PREF' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       TAKE-STRICTER-PREF.
      * THE RETIRED ID'S SETTING WINS ONLY WHEN IT IS THE STRICTER
      * VALUE AND THE SURVIVOR'S IS NOT.
           IF WS-PREF-RETIRED = WS-PREF-STRICTER
              AND WS-PREF-SURVIVOR NOT = WS-PREF-STRICTER
              MOVE WS-PREF-SURVIVOR TO WS-OLD-VALUE-TEXT
              MOVE WS-PREF-STRICTER TO WS-NEW-VALUE-TEXT
              PERFORM WRITE-CUSTOMER-AUDIT
              MOVE WS-PREF-STRICTER TO WS-PREF-SURVIVOR
              SET PREF-CHANGED TO TRUE
           END-IF
           .

       MOVE-PAYOUT-ACCOUNT.
      * ACHBUILD READS ONE PAYOUT ACCOUNT PER CUSTOMER. THE
      * SURVIVOR KEEPS ITS OWN WHILE IT IS ACTIVE; A CLOSED ONE
      * GIVES WAY TO AN ACTIVE ONE ON THE RETIRED ID. THE ACCOUNT
      * NOT KEPT GOES ON THE MERGE LOG.
           MOVE 0 TO WS-MOVED-PAYOUT
           MOVE 0 TO WS-LOGGED-PAYOUT

           EXEC SQL
              SELECT ROUTING_NUMBER, ACCOUNT_TYPE, ACCT_STATUS
                INTO :WS-RPO-ROUTING-NUMBER, :WS-RPO-ACCOUNT-TYPE,
                     :WS-RPO-ACCT-STATUS
                FROM KALA12.CUST_PAYOUT_ACCT
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'FETCH RETIRED PAYOUT ACCOUNT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 0
              MOVE WS-SURVIVOR-ID TO POA_CUSTOMER-ID
              EXEC SQL
                 SELECT ROUTING_NUMBER, ACCOUNT_TYPE, ACCT_STATUS
                   INTO :POA_ROUTING-NUMBER, :POA_ACCOUNT-TYPE,
                        :POA_ACCT-STATUS
                   FROM KALA12.CUST_PAYOUT_ACCT
                  WHERE CUSTOMER_ID = :POA_CUSTOMER-ID
              END-EXEC
              MOVE 'FETCH SURVIVOR PAYOUT ACCOUNT' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    PERFORM MOVE-RETIRED-PAYOUT
                 WHEN POA_ACCT-STATUS NOT = 'A'
                  AND WS-RPO-ACCT-STATUS = 'A'
                    MOVE POA_ROUTING-NUMBER TO LOGA-ROUTING
                    MOVE POA_ACCOUNT-TYPE   TO LOGA-TYPE
                    MOVE POA_ACCT-STATUS    TO LOGA-STATUS
                    MOVE 'REMOVED FROM THE SURVIVOR'
                      TO LOGA-DISPOSITION
                    PERFORM LOG-PAYOUT-NOT-KEPT

                    EXEC SQL
                       DELETE FROM KALA12.CUST_PAYOUT_ACCT
                        WHERE CUSTOMER_ID = :POA_CUSTOMER-ID
                    END-EXEC
                    MOVE 'DROP SURVIVOR CLOSED PAYOUT ACCT'
                      TO WS-SQL-ACTION
                    PERFORM CHECK-SQLCODE

                    PERFORM MOVE-RETIRED-PAYOUT
                 WHEN OTHER
                    MOVE WS-RPO-ROUTING-NUMBER TO LOGA-ROUTING
                    MOVE WS-RPO-ACCOUNT-TYPE   TO LOGA-TYPE
                    MOVE WS-RPO-ACCT-STATUS    TO LOGA-STATUS
                    MOVE 'LEFT ON THE RETIRED ID'
                      TO LOGA-DISPOSITION
                    PERFORM LOG-PAYOUT-NOT-KEPT
              END-EVALUATE
           END-IF
           .

       MOVE-RETIRED-PAYOUT.
           EXEC SQL
              UPDATE KALA12.CUST_PAYOUT_ACCT
                 SET CUSTOMER_ID = :WS-SURVIVOR-ID
               WHERE CUSTOMER_ID = :WS-RETIRED-ID
           END-EXEC
           MOVE 'MOVE CUST_PAYOUT_ACCT ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           PERFORM COUNT-ROWS-MOVED
           MOVE WS-ROW-COUNT TO WS-MOVED-PAYOUT
           .

       LOG-PAYOUT-NOT-KEPT.
      * THE NOTE LINE FILLED BY THE CALLER GOES OUT WITH THE PAIR'S
      * LOG LINES, UNDER THE COUNTS.
           MOVE 1 TO WS-LOGGED-PAYOUT
           DISPLAY 'CUSTMRG - PAYOUT ACCOUNT NOT KEPT FOR MERGE OF '
                   MRG-RETIRED-ID ' INTO ' MRG-SURVIVOR-ID
                   ' - SEE MERGE LOG.'
           .

       COUNT-ROWS-MOVED.
      * ROWS TOUCHED BY THE LAST UPDATE/DELETE - NONE IS SQLCODE 100.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-ROW-COUNT
           ELSE
              MOVE 0 TO WS-ROW-COUNT
           END-IF
           .

       RETIRE-MERGED-CUSTOMER.
      * THE SURVIVOR NOW CARRIES THE RETIRED ID'S LOANS, SO A
      * DELINQUENCY FLAG ON THE RETIRED ID IS CARRIED ACROSS UNTIL
      * DELQAGE RECOMPUTES IT TONIGHT - WONA MUST NOT SEE A CLEAN
      * CUSTOMER IN THE MEANTIME.
           IF WS-RETIRED-DELQ = 'Y'
              AND WS-SURVIVOR-DELQ NOT = 'Y'
              EXEC SQL
                 UPDATE CUSTOMER
                    SET DELINQUENCY_FLAG = 'Y'
                  WHERE ID = :WS-SURVIVOR-ID
              END-EXEC
              MOVE 'CARRY DELINQUENCY FLAG' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              MOVE WS-SURVIVOR-ID   TO WS-AUDIT-CUSTOMER-ID
              MOVE 'DELINQUENCY_FLAG' TO CAUD_FIELD-CHANGED
              MOVE WS-SURVIVOR-DELQ TO WS-OLD-VALUE-TEXT
              MOVE 'Y'              TO WS-NEW-VALUE-TEXT
              PERFORM WRITE-CUSTOMER-AUDIT
           END-IF

           IF WS-RETIRED-STATUS NOT = 'I'
              EXEC SQL
                 UPDATE CUSTOMER
                    SET STATUS = 'I'
                  WHERE ID = :WS-RETIRED-ID
              END-EXEC
              MOVE 'INACTIVATE RETIRED CUSTOMER' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              MOVE WS-RETIRED-ID     TO WS-AUDIT-CUSTOMER-ID
              MOVE 'STATUS'          TO CAUD_FIELD-CHANGED
              MOVE WS-RETIRED-STATUS TO WS-OLD-VALUE-TEXT
              MOVE 'I'               TO WS-NEW-VALUE-TEXT
              PERFORM WRITE-CUSTOMER-AUDIT
           END-IF

      * THE MERGE ITSELF, ON BOTH SIDES. 'MERGED_INTO' IS ALSO WHAT
      * MARKS AN ID AS RETIRED FOR LATER RUNS.
           MOVE WS-RETIRED-ID   TO WS-AUDIT-CUSTOMER-ID
           MOVE 'MERGED_INTO'   TO CAUD_FIELD-CHANGED
           MOVE SPACES          TO WS-OLD-VALUE-TEXT
           MOVE MRG-SURVIVOR-ID TO WS-NEW-VALUE-TEXT
           PERFORM WRITE-CUSTOMER-AUDIT

           MOVE WS-SURVIVOR-ID  TO WS-AUDIT-CUSTOMER-ID
           MOVE 'MERGED_FROM'   TO CAUD_FIELD-CHANGED
           MOVE SPACES          TO WS-OLD-VALUE-TEXT
           MOVE MRG-RETIRED-ID  TO WS-NEW-VALUE-TEXT
           PERFORM WRITE-CUSTOMER-AUDIT
           .

       WRITE-CUSTOMER-AUDIT.
      * BEFORE/AFTER IMAGE WITH THE OPERATOR WHO ASKED FOR THE
      * MERGE, THE SAME ROW CUSTMNT WRITES.
           MOVE WS-AUDIT-CUSTOMER-ID TO CAUD_CUSTOMER-ID
           MOVE WS-OLD-VALUE-TEXT    TO CAUD_OLD-VALUE
           MOVE WS-NEW-VALUE-TEXT    TO CAUD_NEW-VALUE
           MOVE MRG-OPERATOR-ID      TO CAUD_CHANGED-BY

           EXEC SQL
              SELECT CURRENT TIMESTAMP
                INTO :CAUD_CHANGE-TIMESTAMP
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

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

       WRITE-MERGE-LOG.
           MOVE MRG-SURVIVOR-ID  TO LOGP-SURVIVOR-ID
           MOVE WS-SURVIVOR-NAME TO LOGP-SURVIVOR-NAME
           MOVE MRG-RETIRED-ID   TO LOGP-RETIRED-ID
           MOVE WS-RETIRED-NAME  TO LOGP-RETIRED-NAME
           MOVE MRG-OPERATOR-ID  TO LOGP-OPERATOR
           WRITE MERGE-LOG-LINE FROM WS-LOG-PAIR

           MOVE 0 TO WS-CELL-IX
           MOVE 'LOANS'      TO WS-CELL-LABEL
           MOVE WS-MOVED-LOAN TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'LOAN HIST'  TO WS-CELL-LABEL
           MOVE WS-MOVED-LOAN-HIST TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'PARTIES'    TO WS-CELL-LABEL
           MOVE WS-MOVED-PARTY TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'PARTY DUP'  TO WS-CELL-LABEL
           MOVE WS-DROPPED-PARTY TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'AUTOPAY'    TO WS-CELL-LABEL
           MOVE WS-MOVED-AUTOPAY TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'PROMISES'   TO WS-CELL-LABEL
           MOVE WS-MOVED-PROMISE TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'ADDRESSES'  TO WS-CELL-LABEL
           MOVE WS-MOVED-ADDRESS TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'ADDR KEPT'  TO WS-CELL-LABEL
           MOVE WS-KEPT-ADDRESS TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'HOLDS'      TO WS-CELL-LABEL
           MOVE WS-MOVED-HOLD TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'REFUNDS'    TO WS-CELL-LABEL
           MOVE WS-MOVED-REFUND TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'CHARGEOFFS' TO WS-CELL-LABEL
           MOVE WS-MOVED-CHARGEOFF TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'FUNDINGS'   TO WS-CELL-LABEL
           MOVE WS-MOVED-FUNDING TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'PENALTIES'  TO WS-CELL-LABEL
           MOVE WS-MOVED-PENALTY TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'AGENCY'     TO WS-CELL-LABEL
           MOVE WS-MOVED-AGENCY TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'DISPUTES'   TO WS-CELL-LABEL
           MOVE WS-MOVED-DISPUTE TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'SCRA SVC'   TO WS-CELL-LABEL
           MOVE WS-MOVED-SCRA-SVC TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'SCRA KEPT'  TO WS-CELL-LABEL
           MOVE WS-KEPT-SCRA-SVC TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'SCRA CAPS'  TO WS-CELL-LABEL
           MOVE WS-MOVED-SCRA-CAP TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'UNCLAIMED'  TO WS-CELL-LABEL
           MOVE WS-MOVED-UNCLAIMED TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'BK CASES'   TO WS-CELL-LABEL
           MOVE WS-MOVED-BK-CASE TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'CHECKS'     TO WS-CELL-LABEL
           MOVE WS-MOVED-CHECK TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'DEBT CANCL' TO WS-CELL-LABEL
           MOVE WS-MOVED-DEBT-CANCEL TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'DEBT KEPT'  TO WS-CELL-LABEL
           MOVE WS-KEPT-DEBT-CANCEL TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'COMM PREF'  TO WS-CELL-LABEL
           MOVE WS-MOVED-COMM-PREF TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'PREF MRGD'  TO WS-CELL-LABEL
           MOVE WS-MERGED-COMM-PREF TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'PAYOUT ACC' TO WS-CELL-LABEL
           MOVE WS-MOVED-PAYOUT TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL
           MOVE 'PAYOUT LOG' TO WS-CELL-LABEL
           MOVE WS-LOGGED-PAYOUT TO WS-CELL-VALUE
           PERFORM ADD-LOG-CELL

           IF WS-CELL-IX > 0
              WRITE MERGE-LOG-LINE FROM WS-LOG-COUNTS
           END-IF

           IF WS-LOGGED-PAYOUT > 0
              WRITE MERGE-LOG-LINE FROM WS-LOG-PAYOUT-NOTE
           END-IF

           IF WS-KEPT-ADDRESS > 0 OR WS-KEPT-SCRA-SVC > 0
              OR WS-KEPT-DEBT-CANCEL > 0
              WRITE MERGE-LOG-LINE FROM WS-LOG-KEPT-NOTE
              ADD 1 TO WS-PAIRS-WITH-KEPT
              DISPLAY 'CUSTMRG - ROWS KEPT ON RETIRED CUSTOMER-ID '
                      MRG-RETIRED-ID ' - SEE MERGE LOG.'
           END-IF

           WRITE MERGE-LOG-LINE FROM WS-RPT-BLANK
           .

       ADD-LOG-CELL.
           IF WS-CELL-IX = 0
              MOVE SPACES TO WS-LOG-COUNTS
           END-IF
           ADD 1 TO WS-CELL-IX
           MOVE WS-CELL-LABEL TO LOGC-LABEL (WS-CELL-IX)
           MOVE WS-CELL-VALUE TO LOGC-COUNT (WS-CELL-IX)

           IF WS-CELL-IX = 7
              WRITE MERGE-LOG-LINE FROM WS-LOG-COUNTS
              MOVE 0 TO WS-CELL-IX
           END-IF
           .

       REJECT-MERGE.
           MOVE SPACES TO REJECT-RECORD
           MOVE MERGE-RECORD TO REJ-DATA
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD

           DISPLAY 'CUSTMRG - REJECTED PAIR ' MRG-SURVIVOR-ID
                   '/' MRG-RETIRED-ID ' - ' WS-REJECT-REASON
           .

       SUGGEST-RUN.
           OPEN OUTPUT DUPOUT
           IF FS-DUPRPT NOT = '00'
              DISPLAY 'CUSTMRG - ERROR OPENING DUPLICATE REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-DUPRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TODAY-DASHED TO DUPH-DATE
           WRITE DUPLICATE-LINE FROM WS-DUP-HEADER
           WRITE DUPLICATE-LINE FROM WS-DUP-LEGEND
           WRITE DUPLICATE-LINE FROM WS-RPT-BLANK
           WRITE DUPLICATE-LINE FROM WS-DUP-COLUMNS

           EXEC SQL
              OPEN C-DUPLICATES
           END-EXEC
           MOVE 'OPEN DUPLICATE CURSOR' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-DUPLICATE
           PERFORM UNTIL END-OF-DUPLICATES
              PERFORM WRITE-DUPLICATE-LINE
              PERFORM FETCH-DUPLICATE
           END-PERFORM

           EXEC SQL
              CLOSE C-DUPLICATES
           END-EXEC

           CLOSE DUPOUT

           DISPLAY 'CUSTMRG - LIKELY DUPLICATE PAIRS:   '
                   WS-DUPS-LISTED
           DISPLAY 'CUSTMRG - OF WHICH STRONG:          '
                   WS-DUPS-STRONG
           .

       FETCH-DUPLICATE.
           EXEC SQL
              FETCH C-DUPLICATES
               INTO :WS-DUP-ID-A, :WS-DUP-NAME-A,
                    :WS-DUP-ID-B, :WS-DUP-NAME-B,
                    :WS-DUP-NAME-MATCH, :WS-DUP-EMAIL-MATCH,
                    :WS-DUP-PHONE-MATCH,
                    :WS-DUP-LOANS-A, :WS-DUP-LOANS-B
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO EOF-DUP
              WHEN OTHER
                 MOVE 'FETCH DUPLICATE CURSOR' TO WS-SQL-ACTION
                 PERFORM CHECK-SQLCODE
           END-EVALUATE
           .

       WRITE-DUPLICATE-LINE.
      * TWO OR MORE KEYS IN COMMON IS STRONG; EMAIL OR PHONE ALONE
      * IS POSSIBLE (SHARED HOUSEHOLD CONTACTS HAPPEN); A NAME
      * ALONE IS THE WEAKEST SIGNAL BUT STILL WORTH A LOOK.
           MOVE 0 TO WS-DUP-MATCHES
           IF WS-DUP-NAME-MATCH = 'Y'
              ADD 1 TO WS-DUP-MATCHES
           END-IF
           IF WS-DUP-EMAIL-MATCH = 'Y'
              ADD 1 TO WS-DUP-MATCHES
           END-IF
           IF WS-DUP-PHONE-MATCH = 'Y'
              ADD 1 TO WS-DUP-MATCHES
           END-IF

           EVALUATE TRUE
             WHEN WS-DUP-MATCHES > 1
               MOVE 'STRONG'    TO DUPD-STRENGTH
               ADD 1 TO WS-DUPS-STRONG
             WHEN WS-DUP-NAME-MATCH = 'Y'
               MOVE 'NAME ONLY' TO DUPD-STRENGTH
             WHEN OTHER
               MOVE 'POSSIBLE'  TO DUPD-STRENGTH
           END-EVALUATE

      * KEEP THE ID CARRYING MORE OPEN LOANS - FEWER ROWS TO MOVE -
      * AND ON A TIE THE OLDER (LOWER) ID.
           IF WS-DUP-LOANS-B > WS-DUP-LOANS-A
              MOVE WS-DUP-ID-B TO DUPD-KEEP-ID
           ELSE
              MOVE WS-DUP-ID-A TO DUPD-KEEP-ID
           END-IF

           MOVE WS-DUP-ID-A        TO DUPD-ID-A
           MOVE WS-DUP-NAME-A      TO DUPD-NAME-A
           MOVE WS-DUP-ID-B        TO DUPD-ID-B
           MOVE WS-DUP-NAME-B      TO DUPD-NAME-B
           MOVE WS-DUP-NAME-MATCH  TO DUPD-NAME-MATCH
           MOVE WS-DUP-EMAIL-MATCH TO DUPD-EMAIL-MATCH
           MOVE WS-DUP-PHONE-MATCH TO DUPD-PHONE-MATCH
           MOVE WS-DUP-LOANS-A     TO DUPD-LOANS-A
           MOVE WS-DUP-LOANS-B     TO DUPD-LOANS-B
           WRITE DUPLICATE-LINE FROM WS-DUP-DETAIL

           ADD 1 TO WS-DUPS-LISTED
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
