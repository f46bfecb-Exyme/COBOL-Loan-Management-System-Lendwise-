       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOARDLN.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: BOARDS LOANS BOUGHT FROM ANOTHER LENDER.   *
      * THE SELLER'S FILE (BOARDIN) CARRIES EACH LOAN'S      *
      * ORIGINAL TERMS, ITS POSITION AT CUTOFF (CURRENT      *
      * PRINCIPAL, PAID-THROUGH AND NEXT DUE DATES, DAYS AND *
      * AMOUNT PAST DUE, INSTALLMENTS LEFT) AND ITS PAYMENT  *
      * HISTORY UNDER THE SELLER. TWO PASSES:                *
      *                                                      *
      *  1. PROOF PASS - EVERY RECORD IS VALIDATED AND       *
      *     COUNTED, NOTHING IS WRITTEN TO THE DATABASE. THE *
      *     FILE TOTALS MUST AGREE TO THE SELLER'S TRAILER   *
      *     AND EVERY LOAN MUST BE CLEAN FOR THE FILE TO     *
      *     PROVE - A PURCHASE SETTLES AS ONE PORTFOLIO, SO  *
      *     A PARTIAL BOARDING NEVER REACHES THE BOOKS.      *
      *                                                      *
      *  2. BOARDING PASS - ONLY WHEN THE FILE PROVED. EACH  *
      *     LOAN GETS ITS LOAN, LOAN_PARTY, LOAN_BALANCE AND *
      *     LOAN_BOARDING ROWS AND AN ACQUIRED ('A')         *
      *     LOAN_FUNDING ROW SO FUNDDISB NEVER PAYS IT OUT.  *
      *     THE SELLER'S HISTORY GOES TO PAYPLAN_HIST UNDER  *
      *     REASON 'B' FOR LOANINQ AND STMTGEN, AND PAYPLAN  *
      *     GETS ONLY THE INSTALLMENTS STILL TO COME, BUILT  *
      *     WITH WONA'S AMORTIZATION FROM THE NEXT DUE DATE. *
      *     THE WHOLE PORTFOLIO COMMITS AS ONE UNIT.         *
      *                                                      *
      * THE LOAN ROW CARRIES THE TERMS AS SERVICED HERE - THE*
      * PRINCIPAL BOARDED, NO DOWN PAYMENT, THE INSTALLMENTS *
      * LEFT AND THE PAID-THROUGH DATE - SO LNDWISE4'S WALK, *
      * SCHEDVAL AND PAYQUOTE WORK ON IT UNCHANGED. THE      *
      * ORIGINAL NOTE TERMS ARE KEPT ON LOAN_BOARDING.       *
      *                                                      *
      * THE BALANCING REPORT (DD BRDRPT) SETS THE SELLER'S   *
      * CONTROL TOTALS AGAINST THE FILE BEFORE THE PURCHASE  *
      * SETTLES; THE PRINCIPAL BOUGHT POSTS AS A BALANCED GL *
      * EXTRACT (DD BRDGL) AGAINST PURCHASE-PAYABLE.         *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOARDIN ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFILE.

           SELECT REJOUT ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJFILE.

           SELECT BRDOUT ASSIGN TO BRDRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BRDRPT.

           SELECT WS-OUTFILE-GL ASSIGN TO BRDGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STATUS-OUTFILE-GL.

       DATA DIVISION.
       FILE SECTION.

       FD BOARDIN
            RECORDING MODE F.
       01 BOARDIN-RECORD         PIC X(80).

       FD REJOUT
            RECORDING MODE F.
       01 REJECT-RECORD.
          05 REJ-DATA            PIC X(80).
          05 REJ-REASON          PIC X(20).

       FD BRDOUT
            RECORDING MODE F.
       01 BOARD-REPORT-LINE      PIC X(132).

       FD WS-OUTFILE-GL.
       01 WS-OUTFILE-GL-POST     PIC X(80).

       WORKING-STORAGE SECTION.
      * INCLUDING COPYBOOK.
       COPY BRDRCIN.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE LOAN      END-EXEC.
           EXEC SQL INCLUDE LOANTYPE  END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE LOANPRTY  END-EXEC.
           EXEC SQL INCLUDE LOANBAL   END-EXEC.
           EXEC SQL INCLUDE PAYPLAN   END-EXEC.
           EXEC SQL INCLUDE FUNDING   END-EXEC.
           EXEC SQL INCLUDE LOANBORD  END-EXEC.
           EXEC SQL INCLUDE CALENDAR  END-EXEC.
           EXEC SQL INCLUDE PROCDATE  END-EXEC.
           EXEC SQL INCLUDE LNJRNL    END-EXEC.

      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 FS-REJFILE            PIC X(02).
       01 FS-BRDRPT             PIC X(02).
       01 STATUS-OUTFILE-GL     PIC X(02).
       01 EOF                   PIC X VALUE 'N'.
         88 END-OF-FILE         VALUE 'Y'.
       01 WS-FILE-PRESENT       PIC X VALUE 'Y'.
         88 BOARDING-FILE-IN    VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-JRNL-RC            PIC S9(4) COMP.
       01 WS-TIMESTAMP          PIC X(26).

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).
       01 WS-TODAY-INTEGER      PIC S9(9) USAGE COMP.

      * HEADER AND TRAILER AS RECEIVED.
       01 WS-HEADER-FLAG        PIC X VALUE 'N'.
         88 HEADER-PRESENT      VALUE 'Y'.
       01 WS-TRAILER-FLAG       PIC X VALUE 'N'.
         88 TRAILER-PRESENT     VALUE 'Y'.
       01 WS-SELLER-ID          PIC X(10) VALUE SPACES.
       01 WS-SELLER-NAME        PIC X(30) VALUE SPACES.
       01 WS-CUTOFF-DATE        PIC X(10) VALUE SPACES.
       01 WS-CUTOFF-INTEGER     PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CUTOFF-FLAG        PIC X VALUE 'N'.
         88 CUTOFF-DATE-VALID   VALUE 'Y'.

      * RECORDS THAT BELONG TO NO LOAN - OUT OF PLACE, UNKNOWN TYPE,
      * A SECOND HEADER OR ANYTHING AFTER THE TRAILER. ANY AT ALL
      * KEEPS THE FILE FROM PROVING.
       01 WS-ORPHAN-COUNT       PIC 9(7) VALUE 0.

      * THE LOAN BEING PROVED OR BOARDED.
       01 WS-LOAN-FLAG          PIC X VALUE 'N'.
         88 LOAN-IN-PROGRESS    VALUE 'Y'.
         88 NO-LOAN-IN-PROGRESS VALUE 'N'.
       01 WS-LOAN-STATE         PIC X VALUE 'Y'.
         88 LOAN-VALID          VALUE 'Y'.
         88 LOAN-REJECTED       VALUE 'N'.
       01 WS-BAL-FLAG           PIC X VALUE 'N'.
         88 BAL-SEEN            VALUE 'Y'.
       01 WS-REJECT-REASON      PIC X(20).
       01 WS-LOAN-REASON        PIC X(20).
       01 WS-LOAN-REJECT-DATA   PIC X(80).
       01 WS-SAVED-LON-RECORD   PIC X(80).
       01 WS-PREV-LOAN-ID       PIC 9(9) VALUE 0.
       01 WS-LOAN-HIST-COUNT    PIC 9(7).
       01 WS-LOAN-PRINCIPAL     PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-LOAN-PAST-DUE      PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-LOAN-DPD           PIC 9(4).
       01 WS-LOAN-REMAINING     PIC 9(3).
       01 WS-EXIST-COUNT        PIC S9(9) USAGE COMP.

      * DATE CHECKING - A FEED DATE IS YYYY-MM-DD ON A REAL DAY.
       01 WS-CHECK-DATE         PIC X(10).
       01 WS-CHECK-DATE-FLAG    PIC X.
         88 CHECK-DATE-VALID    VALUE 'Y'.
       01 WS-CHECK-INTEGER      PIC S9(9) USAGE COMP.
       01 WS-CHECK-DAY          PIC 9(2).
       01 WS-ORIG-DATE-INTEGER  PIC S9(9) USAGE COMP.
       01 WS-PAID-THRU-INTEGER  PIC S9(9) USAGE COMP.
       01 WS-NEXT-DUE-INTEGER   PIC S9(9) USAGE COMP.
       01 WS-LAST-HIST-INTEGER  PIC S9(9) USAGE COMP.
       01 WS-EXPECTED-DPD       PIC S9(9) USAGE COMP.

      * CONTROL TOTALS - AS THE SELLER STATES THEM, AS READ, AND AS
      * SPLIT BETWEEN LOANS ACCEPTED AND LOANS REJECTED.
       01 WS-TRL-LOANS          PIC 9(7) VALUE 0.
       01 WS-TRL-HIST           PIC 9(7) VALUE 0.
       01 WS-TRL-PRINCIPAL      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-TRL-PAST-DUE       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-READ-LOANS         PIC 9(7) VALUE 0.
       01 WS-READ-HIST          PIC 9(7) VALUE 0.
       01 WS-READ-PRINCIPAL     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-READ-PAST-DUE      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-ACC-LOANS          PIC 9(7) VALUE 0.
       01 WS-ACC-HIST           PIC 9(7) VALUE 0.
       01 WS-ACC-PRINCIPAL      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-ACC-PAST-DUE       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-REJ-LOANS          PIC 9(7) VALUE 0.
       01 WS-REJ-HIST           PIC 9(7) VALUE 0.
       01 WS-REJ-PRINCIPAL      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-REJ-PAST-DUE       PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

       01 WS-PROOF-FLAG         PIC X VALUE 'N'.
         88 FILE-IN-BALANCE     VALUE 'Y'.
         88 FILE-OUT-OF-BALANCE VALUE 'N'.

      * BOARDING PASS TOTALS.
       01 WS-LOANS-BOARDED      PIC 9(7) VALUE 0.
       01 WS-HIST-BOARDED       PIC 9(7) VALUE 0.
       01 WS-PLAN-ROWS-BUILT    PIC 9(7) VALUE 0.
       01 WS-PRINCIPAL-BOARDED  PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

      * REMAINING-SCHEDULE WORK AREAS - WONA'S AMORTIZATION, RUN ON
      * THE PRINCIPAL BOARDED OVER THE INSTALLMENTS LEFT.
       01 WS-PAYMENT-PERIOD     PIC 9(9).
       01 WS-MULTIPLIER         PIC 9V9(2).
       01 WS-INTEREST-DECIMAL   PIC 9V9(4).
       01 WS-PRINCIPAL          PIC 9(15)V9(2).
       01 WS-COUNT              PIC 9(4).
       01 WS-TOTAL-LOAN         PIC 9(15)V9(2).
       01 WS-OPENING-BALANCE    PIC 9(15)V9(2).
       01 WS-PERIOD-PRINCIPAL   PIC 9(15)V9(2).
       01 WS-IO-PERIODS-LEFT    PIC S9(9) USAGE COMP.
       01 WS-NUM-DATE.
         05 WS-NUM-YEAR         PIC 9(4).
         05 WS-NUM-MONTH        PIC 9(2).
         05 WS-NUM-DAY          PIC 9(2).
       01 WS-DATE-NUM           PIC 9(8).
       01 WS-DATE-INTEGER       PIC 9(9).
       01 WS-RAW-DUE-DATE       PIC X(10).

      * BUSINESS-DAY CALENDAR WORK FIELDS - SAME ROLL WONA APPLIES.
       01 WS-CAL-YEAR           PIC 9(4).
       01 WS-CAL-MONTH          PIC 9(2).
       01 WS-CAL-DAY            PIC 9(2).
       01 WS-CAL-MAX-DAY        PIC 9(2).
       01 WS-CAL-LEAP-REM       PIC 9(4).
       01 WS-CAL-DATE-NUM       PIC 9(8).
       01 WS-CAL-INTEGER        PIC 9(9).
       01 WS-CAL-DOW            PIC 9(1).
       01 WS-CAL-DATE-DASHED    PIC X(10).
       01 WS-CAL-HOLIDAY-COUNT  PIC S9(9) USAGE COMP.
       01 WS-BUSINESS-DAY-FLAG  PIC X.
         88 BUSINESS-DAY        VALUE 'Y'.

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

      * BALANCING REPORT LINES.
       01 WS-TITLE-LINE.
          05 FILLER             PIC X(50) VALUE
             'BOARDLN - ACQUIRED LOAN BOARDING BALANCING REPORT'.
          05 FILLER             PIC X(82) VALUE SPACES.

       01 WS-SELLER-LINE.
          05 FILLER             PIC X(8)  VALUE 'SELLER: '.
          05 BRS-SELLER-ID      PIC X(10).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 BRS-SELLER-NAME    PIC X(30).
          05 FILLER             PIC X(10) VALUE '  CUTOFF: '.
          05 BRS-CUTOFF-DATE    PIC X(10).
          05 FILLER             PIC X(14) VALUE '  BOARD DATE: '.
          05 BRS-BOARD-DATE     PIC X(10).
          05 FILLER             PIC X(39) VALUE SPACES.

       01 WS-LOAN-HEAD-LINE.
          05 FILLER             PIC X(11) VALUE 'LOAN-ID    '.
          05 FILLER             PIC X(17) VALUE 'SELLER LOAN NO   '.
          05 FILLER             PIC X(11) VALUE 'CUSTOMER   '.
          05 FILLER             PIC X(20) VALUE
             '         PRINCIPAL  '.
          05 FILLER             PIC X(20) VALUE
             '          PAST DUE  '.
          05 FILLER             PIC X(6)  VALUE ' DPD  '.
          05 FILLER             PIC X(5)  VALUE 'LEFT '.
          05 FILLER             PIC X(6)  VALUE ' HIST '.
          05 FILLER             PIC X(9)  VALUE ' RESULT  '.
          05 FILLER             PIC X(27) VALUE 'REASON'.

       01 WS-LOAN-LINE.
          05 BRL-LOAN-ID        PIC X(9).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BRL-SELLER-LOAN-NO PIC X(15).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BRL-CUSTOMER-ID    PIC X(9).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BRL-PRINCIPAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BRL-PAST-DUE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BRL-DPD            PIC ZZZ9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BRL-REMAINING      PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BRL-HIST-COUNT     PIC ZZZ9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BRL-RESULT         PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 BRL-REASON         PIC X(20).
          05 FILLER             PIC X(7)  VALUE SPACES.

       01 WS-CONTROL-HEAD-LINE.
          05 FILLER             PIC X(20) VALUE 'CONTROL TOTAL'.
          05 FILLER             PIC X(20) VALUE
             '      SELLER TRAILER'.
          05 FILLER             PIC X(20) VALUE
             '      READ FROM FILE'.
          05 FILLER             PIC X(20) VALUE
             '            ACCEPTED'.
          05 FILLER             PIC X(20) VALUE
             '            REJECTED'.
          05 FILLER             PIC X(20) VALUE
             '      TRAILER - READ'.
          05 FILLER             PIC X(12) VALUE SPACES.

       01 WS-CONTROL-COUNT-LINE.
          05 BRC-LABEL          PIC X(20).
          05 FILLER             PIC X(5)  VALUE SPACES.
          05 BRC-TRAILER        PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(8)  VALUE SPACES.
          05 BRC-READ           PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(8)  VALUE SPACES.
          05 BRC-ACCEPTED       PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(8)  VALUE SPACES.
          05 BRC-REJECTED       PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(8)  VALUE SPACES.
          05 BRC-DIFFERENCE     PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(15) VALUE SPACES.

       01 WS-CONTROL-AMOUNT-LINE.
          05 BRA-LABEL          PIC X(20).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 BRA-TRAILER        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 BRA-READ           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 BRA-ACCEPTED       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 BRA-REJECTED       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 BRA-DIFFERENCE     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(12) VALUE SPACES.

       01 WS-EXCEPTION-LINE.
          05 FILLER             PIC X(11) VALUE 'EXCEPTION: '.
          05 BRX-TEXT           PIC X(60).
          05 FILLER             PIC X(61) VALUE SPACES.

       01 WS-VERDICT-LINE.
          05 FILLER             PIC X(9)  VALUE 'VERDICT: '.
          05 BRV-VERDICT        PIC X(14).
          05 FILLER             PIC X(3)  VALUE ' - '.
          05 BRV-TEXT           PIC X(60).
          05 FILLER             PIC X(46) VALUE SPACES.

       01 WS-EDIT-COUNT         PIC Z(6)9.
       01 WS-EDIT-COUNT-2       PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'BOARDLN - ACQUIRED LOAN BOARDING RUN.'

           PERFORM ESTABLISH-PROCESSING-DATE
           PERFORM OPEN-FILES

           IF BOARDING-FILE-IN
              PERFORM PROVE-BOARDING-FILE
           END-IF

           IF BOARDING-FILE-IN
              PERFORM DECIDE-FILE-VERDICT
              IF FILE-IN-BALANCE
                 CLOSE BOARDIN
                 OPEN INPUT BOARDIN
                 MOVE 'N' TO EOF
                 PERFORM CURRENT-TIMESTAMP
                 PERFORM BOARD-PROVED-FILE
                 EXEC SQL
                    COMMIT
                 END-EXEC
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM WRITE-CONTROL-TOTALS
           END-IF

           PERFORM WRITE-GL-TRAILER
           CLOSE WS-OUTFILE-GL
           CLOSE BOARDIN
           CLOSE REJOUT
           CLOSE BRDOUT

           DISPLAY 'BOARDLN - LOANS READ:             ' WS-READ-LOANS
           DISPLAY 'BOARDLN - LOANS REJECTED:         ' WS-REJ-LOANS
           DISPLAY 'BOARDLN - LOANS BOARDED:          '
                   WS-LOANS-BOARDED
           DISPLAY 'BOARDLN - HISTORY ROWS LOADED:    '
                   WS-HIST-BOARDED
           DISPLAY 'BOARDLN - INSTALLMENTS SCHEDULED: '
                   WS-PLAN-ROWS-BUILT
           DISPLAY 'BOARDLN - PRINCIPAL BOARDED:      '
                   WS-PRINCIPAL-BOARDED

           STOP RUN
           .

       ESTABLISH-PROCESSING-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

      * THE BUSINESS PROCESSING DATE OPEN FOR THE CYCLE (CYCLEDT)
      * DATES THE BOARDING AND DECIDES WHICH INSTALLMENTS ARE
      * ALREADY OVERDUE - NOT THE WALL CLOCK.
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
              DISPLAY 'BOARDLN - PROCESSING DATE IN EFFECT: '
                      PRD_CYCLE-DATE
           END-IF

           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED

           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           .

       OPEN-FILES.
           OPEN INPUT BOARDIN
           IF FS-INFILE NOT = '00'
              DISPLAY 'BOARDLN - NO BOARDING FILE TODAY. '
                      'FILE STATUS: ' FS-INFILE
              MOVE 'N' TO WS-FILE-PRESENT
              MOVE 'Y' TO EOF
           END-IF

           OPEN OUTPUT REJOUT
           IF FS-REJFILE NOT = '00'
              DISPLAY 'BOARDLN - ERROR OPENING REJECT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-REJFILE
              STOP RUN
           END-IF

           OPEN OUTPUT BRDOUT
           IF FS-BRDRPT NOT = '00'
              DISPLAY 'BOARDLN - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-BRDRPT
              STOP RUN
           END-IF

           OPEN OUTPUT WS-OUTFILE-GL
           IF STATUS-OUTFILE-GL NOT = '00'
              DISPLAY 'BOARDLN - ERROR OPENING GL EXTRACT.'
              DISPLAY 'FILE STATUS CODE: ' STATUS-OUTFILE-GL
              STOP RUN
           END-IF
           .

       READ-BOARDING-RECORD.
           READ BOARDIN INTO BOARD-INPUT-RECORD
              AT END
                 MOVE 'Y' TO EOF
           END-READ
           .

      ******************************************************
      *  PASS 1 - PROVE THE FILE. NOTHING IS WRITTEN TO    *
      *  THE DATABASE HERE.                                *
      ******************************************************
       PROVE-BOARDING-FILE.
           PERFORM READ-BOARDING-RECORD

      * AN EMPTY DATASET IS THE SAME AS NO DATASET - NOTHING BOUGHT.
           IF END-OF-FILE
              DISPLAY 'BOARDLN - BOARDING FILE IS EMPTY.'
              MOVE 'N' TO WS-FILE-PRESENT
           ELSE
              IF BIN-RECORD-TYPE = 'HDR'
                 PERFORM CAPTURE-HEADER
                 PERFORM READ-BOARDING-RECORD
              END-IF

              PERFORM WRITE-REPORT-HEADINGS

              PERFORM UNTIL END-OF-FILE OR TRAILER-PRESENT
                 PERFORM PROVE-ONE-RECORD
                 PERFORM READ-BOARDING-RECORD
              END-PERFORM

              IF LOAN-IN-PROGRESS
                 PERFORM CLOSE-OUT-PROVED-LOAN
              END-IF

      * THE TRAILER CLOSES THE FILE - ANYTHING AFTER IT IS NOT PART
      * OF THE PORTFOLIO THE SELLER TOTALLED.
              PERFORM UNTIL END-OF-FILE
                 MOVE 'RECORD AFTER TRAILER' TO WS-REJECT-REASON
                 PERFORM WRITE-ORPHAN-RECORD
                 PERFORM READ-BOARDING-RECORD
              END-PERFORM
           END-IF
           .

       CAPTURE-HEADER.
           SET HEADER-PRESENT TO TRUE
           MOVE BIN-HDR-SELLER-ID   TO WS-SELLER-ID
           MOVE BIN-HDR-SELLER-NAME TO WS-SELLER-NAME
           MOVE BIN-HDR-CUTOFF-DATE TO WS-CUTOFF-DATE

           MOVE BIN-HDR-CUTOFF-DATE TO WS-CHECK-DATE
           PERFORM CHECK-FEED-DATE
           IF CHECK-DATE-VALID
              SET CUTOFF-DATE-VALID TO TRUE
              MOVE WS-CHECK-INTEGER TO WS-CUTOFF-INTEGER
           END-IF
           .

       PROVE-ONE-RECORD.
           EVALUATE BIN-RECORD-TYPE
              WHEN 'LON'
                 IF LOAN-IN-PROGRESS
                    PERFORM CLOSE-OUT-PROVED-LOAN
                 END-IF
                 PERFORM PROVE-LOAN-RECORD
              WHEN 'BAL'
                 PERFORM PROVE-BALANCE-RECORD
              WHEN 'HST'
                 PERFORM PROVE-HISTORY-RECORD
              WHEN 'TRL'
                 IF LOAN-IN-PROGRESS
                    PERFORM CLOSE-OUT-PROVED-LOAN
                 END-IF
                 PERFORM CAPTURE-TRAILER
              WHEN 'HDR'
                 MOVE 'DUPLICATE HEADER' TO WS-REJECT-REASON
                 PERFORM WRITE-ORPHAN-RECORD
              WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
                 PERFORM WRITE-ORPHAN-RECORD
           END-EVALUATE
           .

       CAPTURE-TRAILER.
           SET TRAILER-PRESENT TO TRUE
           IF BIN-TRL-LOAN-COUNT   NUMERIC
          AND BIN-TRL-HIST-COUNT   NUMERIC
          AND BIN-TRL-PRINCIPAL    NUMERIC
          AND BIN-TRL-PAST-DUE-AMT NUMERIC
              MOVE BIN-TRL-LOAN-COUNT   TO WS-TRL-LOANS
              MOVE BIN-TRL-HIST-COUNT   TO WS-TRL-HIST
              MOVE BIN-TRL-PRINCIPAL    TO WS-TRL-PRINCIPAL
              MOVE BIN-TRL-PAST-DUE-AMT TO WS-TRL-PAST-DUE
           ELSE
              MOVE 'BAD TRAILER TOTALS' TO WS-REJECT-REASON
              PERFORM WRITE-ORPHAN-RECORD
           END-IF
           .

       PROVE-LOAN-RECORD.
           ADD 1 TO WS-READ-LOANS
           SET LOAN-IN-PROGRESS TO TRUE
           SET LOAN-VALID TO TRUE
           MOVE 'N'    TO WS-BAL-FLAG
           MOVE SPACES TO WS-LOAN-REASON
           MOVE 0      TO WS-LOAN-HIST-COUNT
           MOVE 0      TO WS-LOAN-PRINCIPAL
           MOVE 0      TO WS-LOAN-PAST-DUE
           MOVE 0      TO WS-LOAN-DPD
           MOVE 0      TO WS-LOAN-REMAINING
           MOVE 0      TO WS-LAST-HIST-INTEGER
           MOVE BOARD-INPUT-RECORD TO WS-SAVED-LON-RECORD

           MOVE BIN-LON-ORIG-DATE TO WS-CHECK-DATE
           PERFORM CHECK-FEED-DATE
           MOVE WS-CHECK-INTEGER TO WS-ORIG-DATE-INTEGER

           EVALUATE TRUE
              WHEN NOT BIN-LON-LOAN-ID NUMERIC
                OR BIN-LON-LOAN-ID = 0
                 MOVE 'INVALID LOAN-ID' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN BIN-LON-LOAN-ID NOT > WS-PREV-LOAN-ID
                 MOVE 'LOAN-ID OUT OF SEQ' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN NOT BIN-LON-CUSTOMER-ID NUMERIC
                OR BIN-LON-CUSTOMER-ID = 0
                 MOVE 'INVALID CUSTOMER-ID' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN NOT BIN-LON-TYPE-ID NUMERIC
                OR BIN-LON-TYPE-ID = 0
                 MOVE 'INVALID TYPE-ID' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN NOT BIN-LON-ORIG-AMOUNT NUMERIC
                OR BIN-LON-ORIG-AMOUNT = 0
                 MOVE 'INVALID ORIG AMOUNT' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN NOT BIN-LON-INTEREST-RATE NUMERIC
                 MOVE 'INVALID RATE' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN BIN-LON-INTEREST-TYPE NOT = 'F'
               AND BIN-LON-INTEREST-TYPE NOT = 'V'
                 MOVE 'INVALID RATE TYPE' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN NOT BIN-LON-ORIG-TERM NUMERIC
                OR BIN-LON-ORIG-TERM = 0
                 MOVE 'INVALID ORIG TERM' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN BIN-LON-PAYMENT-FREQ NOT = 'W'
               AND BIN-LON-PAYMENT-FREQ NOT = 'B'
               AND BIN-LON-PAYMENT-FREQ NOT = 'M'
               AND BIN-LON-PAYMENT-FREQ NOT = 'Q'
                 MOVE 'INVALID FREQUENCY' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN NOT CHECK-DATE-VALID
                 MOVE 'INVALID ORIG DATE' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN OTHER
                 PERFORM LOAD-LOAN-TERMS
           END-EVALUATE

           IF BIN-LON-LOAN-ID NUMERIC
              MOVE BIN-LON-LOAN-ID TO WS-PREV-LOAN-ID
           END-IF
           .

       PROVE-BALANCE-RECORD.
           IF BIN-BAL-PRINCIPAL NUMERIC
              ADD BIN-BAL-PRINCIPAL TO WS-READ-PRINCIPAL
           END-IF
           IF BIN-BAL-PAST-DUE-AMT NUMERIC
              ADD BIN-BAL-PAST-DUE-AMT TO WS-READ-PAST-DUE
           END-IF

           IF NO-LOAN-IN-PROGRESS
              MOVE 'BAL WITHOUT LOAN' TO WS-REJECT-REASON
              PERFORM WRITE-ORPHAN-RECORD
           ELSE
              IF BIN-BAL-PRINCIPAL NUMERIC
                 ADD BIN-BAL-PRINCIPAL TO WS-LOAN-PRINCIPAL
              END-IF
              IF BIN-BAL-PAST-DUE-AMT NUMERIC
                 ADD BIN-BAL-PAST-DUE-AMT TO WS-LOAN-PAST-DUE
              END-IF
              IF BIN-BAL-DAYS-PAST-DUE NUMERIC
                 MOVE BIN-BAL-DAYS-PAST-DUE TO WS-LOAN-DPD
              END-IF
              IF BIN-BAL-REMAINING NUMERIC
                 MOVE BIN-BAL-REMAINING TO WS-LOAN-REMAINING
              END-IF

              IF BAL-SEEN
                 MOVE 'DUPLICATE BAL' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              END-IF
              SET BAL-SEEN TO TRUE

              IF LOAN-VALID
                 PERFORM CHECK-BALANCE-FIELDS
              END-IF
           END-IF
           .

       CHECK-BALANCE-FIELDS.
           MOVE BIN-BAL-PAID-THRU TO WS-CHECK-DATE
           PERFORM CHECK-FEED-DATE
           IF NOT CHECK-DATE-VALID
              MOVE 'INVALID PAID-THRU' TO WS-REJECT-REASON
              PERFORM FLAG-LOAN-REJECTED
           END-IF
           MOVE WS-CHECK-INTEGER TO WS-PAID-THRU-INTEGER

           MOVE BIN-BAL-NEXT-DUE TO WS-CHECK-DATE
           PERFORM CHECK-FEED-DATE
           IF NOT CHECK-DATE-VALID
              MOVE 'INVALID NEXT DUE' TO WS-REJECT-REASON
              PERFORM FLAG-LOAN-REJECTED
           END-IF
           MOVE WS-CHECK-INTEGER TO WS-NEXT-DUE-INTEGER

           IF LOAN-VALID
              EVALUATE TRUE
                 WHEN NOT BIN-BAL-LOAN-ID NUMERIC
                   OR BIN-BAL-LOAN-ID NOT = LOAN_LOAN-ID
                    MOVE 'BAL LOAN-ID MISMATCH' TO WS-REJECT-REASON
                    PERFORM FLAG-LOAN-REJECTED
                 WHEN NOT BIN-BAL-PRINCIPAL NUMERIC
                   OR BIN-BAL-PRINCIPAL = 0
                    MOVE 'INVALID PRINCIPAL' TO WS-REJECT-REASON
                    PERFORM FLAG-LOAN-REJECTED
                 WHEN BIN-BAL-PRINCIPAL > BRD_ORIG-AMOUNT
                    MOVE 'PRINCIPAL > ORIGINAL' TO WS-REJECT-REASON
                    PERFORM FLAG-LOAN-REJECTED
                 WHEN WS-PAID-THRU-INTEGER < WS-ORIG-DATE-INTEGER
                    MOVE 'PAID-THRU < ORIGINAL' TO WS-REJECT-REASON
                    PERFORM FLAG-LOAN-REJECTED
                 WHEN WS-NEXT-DUE-INTEGER NOT > WS-PAID-THRU-INTEGER
                    MOVE 'NEXT DUE <= PAIDTHRU' TO WS-REJECT-REASON
                    PERFORM FLAG-LOAN-REJECTED
                 WHEN NOT BIN-BAL-DAYS-PAST-DUE NUMERIC
                    MOVE 'INVALID DPD' TO WS-REJECT-REASON
                    PERFORM FLAG-LOAN-REJECTED
                 WHEN NOT BIN-BAL-PAST-DUE-AMT NUMERIC
                    MOVE 'INVALID PAST-DUE AMT' TO WS-REJECT-REASON
                    PERFORM FLAG-LOAN-REJECTED
                 WHEN NOT BIN-BAL-REMAINING NUMERIC
                   OR BIN-BAL-REMAINING = 0
                   OR BIN-BAL-REMAINING > BRD_ORIG-TERM
                    MOVE 'INVALID REMAINING' TO WS-REJECT-REASON
                    PERFORM FLAG-LOAN-REJECTED
                 WHEN OTHER
                    PERFORM CHECK-DELINQUENCY-AT-CUTOFF
              END-EVALUATE
           END-IF

           IF LOAN-VALID
              PERFORM LOAD-BALANCE-TERMS
           END-IF
           .

       CHECK-DELINQUENCY-AT-CUTOFF.
      * THE SELLER'S NEXT DUE DATE IS THE OLDEST INSTALLMENT STILL
      * UNPAID, SO ITS DAYS PAST DUE MUST BE THE DAYS FROM THAT DATE
      * TO CUTOFF - AND THERE IS A PAST-DUE AMOUNT EXACTLY WHEN THE
      * LOAN IS PAST DUE AT ALL.
           IF CUTOFF-DATE-VALID
              COMPUTE WS-EXPECTED-DPD =
                      WS-CUTOFF-INTEGER - WS-NEXT-DUE-INTEGER
              IF WS-EXPECTED-DPD < 0
                 MOVE 0 TO WS-EXPECTED-DPD
              END-IF

              IF BIN-BAL-DAYS-PAST-DUE NOT = WS-EXPECTED-DPD
                 MOVE 'DPD MISMATCH' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              END-IF
           END-IF

           IF LOAN-VALID
              IF (BIN-BAL-DAYS-PAST-DUE > 0
                  AND BIN-BAL-PAST-DUE-AMT = 0)
              OR (BIN-BAL-DAYS-PAST-DUE = 0
                  AND BIN-BAL-PAST-DUE-AMT > 0)
                 MOVE 'PAST-DUE MISMATCH' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              END-IF
           END-IF
           .

       PROVE-HISTORY-RECORD.
           ADD 1 TO WS-READ-HIST

           IF NO-LOAN-IN-PROGRESS
              MOVE 'HST WITHOUT LOAN' TO WS-REJECT-REASON
              PERFORM WRITE-ORPHAN-RECORD
           ELSE
              ADD 1 TO WS-LOAN-HIST-COUNT
              IF NOT BAL-SEEN
                 MOVE 'HST BEFORE BAL' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              END-IF
              IF LOAN-VALID
                 PERFORM CHECK-HISTORY-FIELDS
              END-IF
           END-IF
           .

       CHECK-HISTORY-FIELDS.
           MOVE BIN-HST-DUE-DATE TO WS-CHECK-DATE
           PERFORM CHECK-FEED-DATE

           EVALUATE TRUE
              WHEN NOT BIN-HST-LOAN-ID NUMERIC
                OR BIN-HST-LOAN-ID NOT = LOAN_LOAN-ID
                 MOVE 'HST LOAN-ID MISMATCH' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN NOT CHECK-DATE-VALID
                 MOVE 'INVALID HST DUE DATE' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN WS-CHECK-INTEGER NOT > WS-LAST-HIST-INTEGER
                 MOVE 'HST OUT OF SEQUENCE' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN WS-CHECK-INTEGER NOT < WS-NEXT-DUE-INTEGER
                 MOVE 'HST DUE >= NEXT DUE' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN NOT BIN-HST-AMOUNT-DUE NUMERIC
                OR NOT BIN-HST-AMOUNT-PAID NUMERIC
                OR NOT BIN-HST-BALANCE-AFTER NUMERIC
                 MOVE 'INVALID HST AMOUNT' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              WHEN OTHER
                 MOVE WS-CHECK-INTEGER TO WS-LAST-HIST-INTEGER
           END-EVALUATE
           .

       CLOSE-OUT-PROVED-LOAN.
           IF NOT BAL-SEEN
              MOVE 'MISSING BAL RECORD' TO WS-REJECT-REASON
              PERFORM FLAG-LOAN-REJECTED
           END-IF

           IF LOAN-VALID
              PERFORM CHECK-LOAN-AGAINST-TABLES
           END-IF

           IF LOAN-VALID
              ADD 1                  TO WS-ACC-LOANS
              ADD WS-LOAN-HIST-COUNT TO WS-ACC-HIST
              ADD WS-LOAN-PRINCIPAL  TO WS-ACC-PRINCIPAL
              ADD WS-LOAN-PAST-DUE   TO WS-ACC-PAST-DUE
              MOVE 'ACCEPTED' TO BRL-RESULT
           ELSE
              ADD 1                  TO WS-REJ-LOANS
              ADD WS-LOAN-HIST-COUNT TO WS-REJ-HIST
              ADD WS-LOAN-PRINCIPAL  TO WS-REJ-PRINCIPAL
              ADD WS-LOAN-PAST-DUE   TO WS-REJ-PAST-DUE
              MOVE 'REJECTED' TO BRL-RESULT
              MOVE WS-LOAN-REJECT-DATA TO REJ-DATA
              MOVE WS-LOAN-REASON      TO REJ-REASON
              WRITE REJECT-RECORD
           END-IF

           MOVE WS-SAVED-LON-RECORD(4:9)   TO BRL-LOAN-ID
           MOVE WS-SAVED-LON-RECORD(13:9)  TO BRL-CUSTOMER-ID
           MOVE WS-SAVED-LON-RECORD(65:15) TO BRL-SELLER-LOAN-NO
           MOVE WS-LOAN-PRINCIPAL  TO BRL-PRINCIPAL
           MOVE WS-LOAN-PAST-DUE   TO BRL-PAST-DUE
           MOVE WS-LOAN-DPD        TO BRL-DPD
           MOVE WS-LOAN-REMAINING  TO BRL-REMAINING
           MOVE WS-LOAN-HIST-COUNT TO BRL-HIST-COUNT
           MOVE WS-LOAN-REASON     TO BRL-REASON
           WRITE BOARD-REPORT-LINE FROM WS-LOAN-LINE

           SET NO-LOAN-IN-PROGRESS TO TRUE
           .

       CHECK-LOAN-AGAINST-TABLES.
      * THE LOAN-ID MUST BE FREE, THE BORROWER MUST ALREADY BE SET UP
      * AS AN ACTIVE CUSTOMER, AND THE PRODUCT MUST EXIST. RATE AND
      * TERM BOUNDS ARE NOT APPLIED - THESE ARE CONTRACTS ALREADY
      * WRITTEN, NOT APPLICATIONS.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXIST-COUNT
                FROM KALA12.LOAN
               WHERE LOAN_ID = :LOAN_LOAN-ID
           END-EXEC
           MOVE 'CHECK BOARDED LOAN-ID IS FREE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           IF WS-EXIST-COUNT > 0
              MOVE 'LOAN-ID ALREADY USED' TO WS-REJECT-REASON
              PERFORM FLAG-LOAN-REJECTED
           END-IF

           IF LOAN-VALID
              MOVE LOAN_CUSTOMER-ID TO CUSTOMER_ID
              EXEC SQL
                 SELECT STATUS
                   INTO :CUSTOMER_STATUS
                   FROM CUSTOMER
                  WHERE ID = :CUSTOMER_ID
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    MOVE 'UNKNOWN CUSTOMER-ID' TO WS-REJECT-REASON
                    PERFORM FLAG-LOAN-REJECTED
                 WHEN SQLCODE NOT = 0
                    MOVE 'FETCH BOARDED LOAN CUSTOMER'
                      TO WS-SQL-ACTION
                    PERFORM CHECK-SQLCODE
                 WHEN CUSTOMER_STATUS NOT = 'A'
                    MOVE 'CUSTOMER NOT ACTIVE' TO WS-REJECT-REASON
                    PERFORM FLAG-LOAN-REJECTED
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF LOAN-VALID
              PERFORM FETCH-LOAN-TYPE
              IF SQLCODE = 100
                 MOVE 'UNKNOWN LOAN TYPE' TO WS-REJECT-REASON
                 PERFORM FLAG-LOAN-REJECTED
              END-IF
           END-IF
           .

       FETCH-LOAN-TYPE.
           MOVE LOAN_TYPE-ID TO TYPE_ID
           EXEC SQL
              SELECT REPAY_STRUCTURE, IO_PERIOD_COUNT
                INTO :TYPE_REPAY-STRUCTURE, :TYPE_IO-PERIOD-COUNT
                FROM LOANTYPE
               WHERE ID = :TYPE_ID
           END-EXEC
           MOVE 'FETCH BOARDED LOAN TYPE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       FLAG-LOAN-REJECTED.
      * ONLY THE FIRST FAULT ON A LOAN IS REPORTED, WITH THE RECORD
      * THAT CARRIED IT.
           IF LOAN-VALID
              SET LOAN-REJECTED TO TRUE
              MOVE WS-REJECT-REASON   TO WS-LOAN-REASON
              MOVE BOARD-INPUT-RECORD TO WS-LOAN-REJECT-DATA
           END-IF
           .

       WRITE-ORPHAN-RECORD.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE BOARD-INPUT-RECORD TO REJ-DATA
           MOVE WS-REJECT-REASON   TO REJ-REASON
           WRITE REJECT-RECORD
           .

       CHECK-FEED-DATE.
           MOVE 'N' TO WS-CHECK-DATE-FLAG
           MOVE 0   TO WS-CHECK-INTEGER

           IF WS-CHECK-DATE(5:1) = '-'
          AND WS-CHECK-DATE(8:1) = '-'
          AND WS-CHECK-DATE(1:4) NUMERIC
          AND WS-CHECK-DATE(6:2) NUMERIC
          AND WS-CHECK-DATE(9:2) NUMERIC
              MOVE WS-CHECK-DATE(1:4) TO WS-CAL-YEAR
              MOVE WS-CHECK-DATE(6:2) TO WS-CAL-MONTH
              MOVE WS-CHECK-DATE(9:2) TO WS-CAL-DAY
              MOVE WS-CAL-DAY         TO WS-CHECK-DAY
              IF WS-CAL-YEAR > 1600
             AND WS-CAL-MONTH > 0 AND WS-CAL-MONTH < 13
             AND WS-CAL-DAY > 0
                 PERFORM CLAMP-DAY-TO-MONTH-END
                 IF WS-CAL-DAY = WS-CHECK-DAY
                    MOVE WS-CAL-YEAR  TO WS-CAL-DATE-NUM(1:4)
                    MOVE WS-CAL-MONTH TO WS-CAL-DATE-NUM(5:2)
                    MOVE WS-CAL-DAY   TO WS-CAL-DATE-NUM(7:2)
                    COMPUTE WS-CHECK-INTEGER =
                            FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM)
                    MOVE 'Y' TO WS-CHECK-DATE-FLAG
                 END-IF
              END-IF
           END-IF
           .

       LOAD-LOAN-TERMS.
           MOVE BIN-LON-LOAN-ID        TO LOAN_LOAN-ID
           MOVE BIN-LON-CUSTOMER-ID    TO LOAN_CUSTOMER-ID
           MOVE BIN-LON-TYPE-ID        TO LOAN_TYPE-ID
           MOVE BIN-LON-INTEREST-RATE  TO LOAN_INTEREST-RATE
           MOVE BIN-LON-INTEREST-TYPE  TO LOAN_INTEREST-TYPE
           MOVE BIN-LON-PAYMENT-FREQ   TO LOAN_PAYMENT-FREQUENCY
           MOVE 0                      TO LOAN_DOWN-PAYMENT
           MOVE 'N'                    TO LOAN_LOAN-STATUS

           MOVE BIN-LON-LOAN-ID        TO BRD_LOAN-ID
           MOVE WS-SELLER-ID           TO BRD_SELLER-ID
           MOVE BIN-LON-SELLER-LOAN-NO TO BRD_SELLER-LOAN-NO
           MOVE BIN-LON-ORIG-AMOUNT    TO BRD_ORIG-AMOUNT
           MOVE BIN-LON-ORIG-TERM      TO BRD_ORIG-TERM
           MOVE BIN-LON-ORIG-DATE      TO BRD_ORIG-DATE
           MOVE WS-TODAY-DASHED        TO BRD_BOARD-DATE
           .

       LOAD-BALANCE-TERMS.
      * THE LOAN IS SERVICED HERE FROM THE PAID-THROUGH DATE ON THE
      * PRINCIPAL BOUGHT, OVER THE INSTALLMENTS LEFT.
           MOVE BIN-BAL-PRINCIPAL      TO LOAN_LOAN-AMOUNT
           MOVE BIN-BAL-PAID-THRU      TO LOAN_CREATION-DATE
           MOVE BIN-BAL-REMAINING      TO LOAN_PAYMENT-PERIOD

           MOVE BIN-BAL-PRINCIPAL      TO BRD_BOARDED-PRINCIPAL
           MOVE BIN-BAL-PAID-THRU      TO BRD_PAID-THROUGH-DATE
           MOVE BIN-BAL-NEXT-DUE       TO BRD_NEXT-DUE-DATE
           MOVE BIN-BAL-DAYS-PAST-DUE  TO BRD_DAYS-PAST-DUE
           MOVE BIN-BAL-PAST-DUE-AMT   TO BRD_PAST-DUE-AMOUNT
           .

       DECIDE-FILE-VERDICT.
      * THE FILE PROVES ONLY WHEN IT IS COMPLETE, IT AGREES TO THE
      * SELLER'S TRAILER ON EVERY CONTROL TOTAL, AND EVERY LOAN ON
      * IT IS CLEAN.
           IF HEADER-PRESENT
          AND CUTOFF-DATE-VALID
          AND TRAILER-PRESENT
          AND WS-ORPHAN-COUNT  = 0
          AND WS-REJ-LOANS     = 0
          AND WS-READ-LOANS    > 0
          AND WS-READ-LOANS    = WS-TRL-LOANS
          AND WS-READ-HIST     = WS-TRL-HIST
          AND WS-READ-PRINCIPAL = WS-TRL-PRINCIPAL
          AND WS-READ-PAST-DUE = WS-TRL-PAST-DUE
              SET FILE-IN-BALANCE TO TRUE
           ELSE
              SET FILE-OUT-OF-BALANCE TO TRUE
           END-IF
           .

      ******************************************************
      *  PASS 2 - BOARD THE PROVED FILE.                   *
      ******************************************************
       BOARD-PROVED-FILE.
           SET NO-LOAN-IN-PROGRESS TO TRUE
           PERFORM READ-BOARDING-RECORD
           PERFORM UNTIL END-OF-FILE
              EVALUATE BIN-RECORD-TYPE
                 WHEN 'LON'
                    IF LOAN-IN-PROGRESS
                       PERFORM FINISH-BOARDED-LOAN
                    END-IF
                    SET LOAN-IN-PROGRESS TO TRUE
                    MOVE 0 TO WS-LOAN-HIST-COUNT
                    PERFORM LOAD-LOAN-TERMS
                 WHEN 'BAL'
                    PERFORM LOAD-BALANCE-TERMS
                    PERFORM INSERT-BOARDED-LOAN
                 WHEN 'HST'
                    PERFORM INSERT-HISTORY-INSTALLMENT
                 WHEN 'TRL'
                    IF LOAN-IN-PROGRESS
                       PERFORM FINISH-BOARDED-LOAN
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM READ-BOARDING-RECORD
           END-PERFORM
           .

       INSERT-BOARDED-LOAN.
           PERFORM FETCH-LOAN-TYPE

           EXEC SQL
              INSERT INTO KALA12.LOAN
                     (LOAN_ID, CUSTOMER_ID, TYPE_ID, LOAN_AMOUNT,
                      LOAN_STATUS, INTEREST_RATE, INTEREST_TYPE,
                      CREATION_DATE, DOWN_PAYMENT, PAYMENT_PERIOD,
                      PAYMENT_FREQUENCY)
              VALUES (:LOAN_LOAN-ID, :LOAN_CUSTOMER-ID,
                      :LOAN_TYPE-ID, :LOAN_LOAN-AMOUNT,
                      :LOAN_LOAN-STATUS, :LOAN_INTEREST-RATE,
                      :LOAN_INTEREST-TYPE, :LOAN_CREATION-DATE,
                      :LOAN_DOWN-PAYMENT, :LOAN_PAYMENT-PERIOD,
                      :LOAN_PAYMENT-FREQUENCY)
           END-EXEC
           MOVE 'INSERT BOARDED LOAN ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE LOAN_LOAN-ID     TO PTY_LOAN-ID
           MOVE LOAN_CUSTOMER-ID TO PTY_CUSTOMER-ID
           MOVE 'P'              TO PTY_PARTY-ROLE
           EXEC SQL
              INSERT INTO KALA12.LOAN_PARTY
                     (LOAN_ID, CUSTOMER_ID, PARTY_ROLE)
              VALUES (:PTY_LOAN-ID, :PTY_CUSTOMER-ID,
                      :PTY_PARTY-ROLE)
           END-EXEC
           MOVE 'INSERT BOARDED LOAN PARTY' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              INSERT INTO KALA12.LOAN_BOARDING
                     (LOAN_ID, SELLER_ID, SELLER_LOAN_NO,
                      ORIG_AMOUNT, ORIG_TERM, ORIG_DATE,
                      BOARDED_PRINCIPAL, PAID_THROUGH_DATE,
                      NEXT_DUE_DATE, DAYS_PAST_DUE,
                      PAST_DUE_AMOUNT, BOARD_DATE)
              VALUES (:BRD_LOAN-ID, :BRD_SELLER-ID,
                      :BRD_SELLER-LOAN-NO, :BRD_ORIG-AMOUNT,
                      :BRD_ORIG-TERM, :BRD_ORIG-DATE,
                      :BRD_BOARDED-PRINCIPAL,
                      :BRD_PAID-THROUGH-DATE, :BRD_NEXT-DUE-DATE,
                      :BRD_DAYS-PAST-DUE, :BRD_PAST-DUE-AMOUNT,
                      :BRD_BOARD-DATE)
           END-EXEC
           MOVE 'INSERT LOAN_BOARDING ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * THE PRINCIPAL BOUGHT IS THE BALANCE LNDWISE4 PICKS UP FROM.
           MOVE LOAN_LOAN-ID      TO LBL_LOAN-ID
           MOVE LOAN_LOAN-AMOUNT  TO LBL_REMAINING-PRINCIPAL
           MOVE 0                 TO LBL_ACCRUED-INTEREST
           MOVE 0                 TO LBL_UNPAID-FEES
           MOVE WS-TODAY-DASHED   TO LBL_AS-OF-DATE
           EXEC SQL
              INSERT INTO KALA12.LOAN_BALANCE
                     (LOAN_ID, REMAINING_PRINCIPAL, ACCRUED_INTEREST,
                      UNPAID_FEES, AS_OF_DATE)
              VALUES (:LBL_LOAN-ID, :LBL_REMAINING-PRINCIPAL,
                      :LBL_ACCRUED-INTEREST, :LBL_UNPAID-FEES,
                      :LBL_AS-OF-DATE)
           END-EXEC
           MOVE 'INSERT BOARDED LOAN BALANCE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * THE SELLER FUNDED THIS LOAN LONG AGO - AN ACQUIRED ROW KEEPS
      * FUNDDISB AND SANCSCRN FROM EVER TREATING IT AS UNFUNDED.
           MOVE LOAN_LOAN-ID      TO FND_LOAN-ID
           MOVE LOAN_CUSTOMER-ID  TO FND_CUSTOMER-ID
           MOVE LOAN_LOAN-AMOUNT  TO FND_FUND-AMOUNT
           MOVE 'A'               TO FND_FUND-STATUS
           EXEC SQL
              INSERT INTO KALA12.LOAN_FUNDING
                    (LOAN_ID, CUSTOMER_ID, FUND_AMOUNT,
                     FUND_STATUS, SENT_DATE, SETTLED_DATE)
              VALUES (:FND_LOAN-ID, :FND_CUSTOMER-ID,
                      :FND_FUND-AMOUNT, :FND_FUND-STATUS,
                      :WS-TODAY-DASHED, :WS-TODAY-DASHED)
           END-EXEC
           MOVE 'INSERT LOAN_FUNDING ACQUIRED ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

      * THE JOURNAL STARTS FROM THE PRINCIPAL BOUGHT - THE SELLER'S
      * OWN HISTORY STAYS IN PAYPLAN_HIST AND IS NOT REPLAYED HERE.
           MOVE LOAN_LOAN-ID     TO LJR_LOAN-ID
           MOVE 'BORD'           TO LJR_TRAN-CODE
           MOVE WS-TODAY-DASHED  TO LJR_EFFECTIVE-DATE
           MOVE LOAN_LOAN-AMOUNT TO LJR_AMOUNT
           MOVE LOAN_LOAN-AMOUNT TO LJR_PRIN-AMOUNT
           MOVE 0                TO LJR_INT-AMOUNT
           MOVE 0                TO LJR_FEE-AMOUNT
           MOVE 0                TO LJR_ESC-AMOUNT
           MOVE 0                TO LJR_REFERENCE-ID
           PERFORM POST-LOAN-JOURNAL

           MOVE LOAN_LOAN-ID       TO WS-GL-LOAN-ID
           MOVE LOAN_LOAN-AMOUNT   TO WS-GL-POST-AMOUNT
           MOVE 'LOAN-PRINCIPAL  ' TO GL-ACCOUNT
           MOVE 'DR'               TO GL-DRCR
           MOVE 'LOAN PURCHASE PRIN' TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING

           MOVE 'PURCHASE-PAYABLE' TO GL-ACCOUNT
           MOVE 'CR'               TO GL-DRCR
           MOVE 'LOAN PURCHASE PRIN' TO GL-DESCRIPTION
           PERFORM WRITE-GL-POSTING

           ADD 1                TO WS-LOANS-BOARDED
           ADD LOAN_LOAN-AMOUNT TO WS-PRINCIPAL-BOARDED
           .

       INSERT-HISTORY-INSTALLMENT.
      * THE SELLER'S INSTALLMENT GOES IN AS IT STOOD AT CUTOFF AND IS
      * MOVED TO PAYPLAN_HIST WITH THE REST OF THE LOAN'S HISTORY
      * ONCE THE LOAN IS COMPLETE, SO IT TAKES AN INVOICE-ID BELOW
      * EVERY INSTALLMENT STILL TO COME.
           MOVE LOAN_LOAN-ID          TO PLAN_LOAN-ID
           MOVE BIN-HST-DUE-DATE      TO PLAN_DUE-DATE
           MOVE BIN-HST-AMOUNT-DUE    TO PLAN_PAYMENT-AMOUNT
           MOVE BIN-HST-BALANCE-AFTER TO PLAN_REMAINING-LOAN
           MOVE LOAN_INTEREST-RATE    TO PLAN_INTEREST-RATE

           EVALUATE TRUE
              WHEN BIN-HST-AMOUNT-PAID NOT < BIN-HST-AMOUNT-DUE
                 MOVE 0         TO PLAN_REMAINING-AMOUNT
                 MOVE 'PAID'    TO PLAN_PLAN-STATUS
              WHEN BIN-HST-AMOUNT-PAID > 0
                 COMPUTE PLAN_REMAINING-AMOUNT =
                         BIN-HST-AMOUNT-DUE - BIN-HST-AMOUNT-PAID
                 MOVE 'PARTIAL' TO PLAN_PLAN-STATUS
              WHEN OTHER
                 MOVE BIN-HST-AMOUNT-DUE TO PLAN_REMAINING-AMOUNT
                 MOVE 'OVERDUE' TO PLAN_PLAN-STATUS
           END-EVALUATE

           EXEC SQL
              INSERT INTO PAYPLAN
                 (LOAN_ID, DUE_DATE, PAYMENT_AMOUNT, PLAN_STATUS,
                  REMAINING_AMOUNT, REMAINING_LOAN, INTEREST_RATE)
              VALUES
                 (:PLAN_LOAN-ID, :PLAN_DUE-DATE,
                  :PLAN_PAYMENT-AMOUNT, :PLAN_PLAN-STATUS,
                  :PLAN_REMAINING-AMOUNT, :PLAN_REMAINING-LOAN,
                  :PLAN_INTEREST-RATE)
           END-EXEC
           MOVE 'INSERT SELLER HISTORY INSTALLMENT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD 1 TO WS-LOAN-HIST-COUNT
           .

       FINISH-BOARDED-LOAN.
           IF WS-LOAN-HIST-COUNT > 0
              PERFORM ARCHIVE-SELLER-HISTORY
           END-IF
           PERFORM BUILD-REMAINING-SCHEDULE
           SET NO-LOAN-IN-PROGRESS TO TRUE
           .

       ARCHIVE-SELLER-HISTORY.
      * REASON 'B' - HISTORY BOARDED FROM A PRIOR SERVICER. LOANINQ
      * AND STMTGEN SHOW IT AHEAD OF THE LIVE SCHEDULE; PIFLTR AND
      * THE BUREAU EXTRACT NEVER MISTAKE IT FOR A CLOSED LOAN.
           MOVE LOAN_LOAN-ID TO PLAN_LOAN-ID
           EXEC SQL
              INSERT INTO KALA12.PAYPLAN_HIST
                     (INVOICE_ID, LOAN_ID, DUE_DATE, PAYMENT_AMOUNT,
                      PLAN_STATUS, REMAINING_AMOUNT, REMAINING_LOAN,
                      INTEREST_RATE, REASON_CODE, DELETED_AT)
              SELECT INVOICE_ID, LOAN_ID, DUE_DATE, PAYMENT_AMOUNT,
                     PLAN_STATUS, REMAINING_AMOUNT, REMAINING_LOAN,
                     INTEREST_RATE, 'B', :WS-TIMESTAMP
                FROM PAYPLAN
               WHERE LOAN_ID = :PLAN_LOAN-ID
           END-EXEC
           MOVE 'ARCHIVE SELLER HISTORY' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EXEC SQL
              DELETE FROM PAYPLAN
               WHERE LOAN_ID = :PLAN_LOAN-ID
           END-EXEC
           MOVE 'CLEAR SELLER HISTORY FROM PAYPLAN' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           ADD WS-LOAN-HIST-COUNT TO WS-HIST-BOARDED
           .

       BUILD-REMAINING-SCHEDULE.
      * WONA'S AMORTIZATION ON THE PRINCIPAL BOUGHT OVER THE
      * INSTALLMENTS LEFT. AN INTEREST-ONLY PRODUCT KEEPS WHATEVER
      * PART OF ITS INTRODUCTION THE SELLER HAD NOT YET RUN OFF.
           MOVE LOAN_LOAN-ID        TO PLAN_LOAN-ID
           MOVE LOAN_INTEREST-RATE  TO PLAN_INTEREST-RATE
           MOVE LOAN_LOAN-AMOUNT    TO WS-TOTAL-LOAN
           MOVE LOAN_LOAN-AMOUNT    TO PLAN_REMAINING-LOAN
           MOVE LOAN_PAYMENT-PERIOD TO WS-PAYMENT-PERIOD

           MOVE 0 TO WS-IO-PERIODS-LEFT
           IF TYPE_REPAY-STRUCTURE = 'I'
              COMPUTE WS-IO-PERIODS-LEFT = TYPE_IO-PERIOD-COUNT
                      - (BRD_ORIG-TERM - WS-PAYMENT-PERIOD)
              IF WS-IO-PERIODS-LEFT < 0
                 MOVE 0 TO WS-IO-PERIODS-LEFT
              END-IF
              IF WS-IO-PERIODS-LEFT NOT < WS-PAYMENT-PERIOD
                 COMPUTE WS-IO-PERIODS-LEFT = WS-PAYMENT-PERIOD - 1
              END-IF
           END-IF

           EVALUATE TYPE_REPAY-STRUCTURE
             WHEN 'I'
               COMPUTE WS-PRINCIPAL
               = WS-TOTAL-LOAN
               / (WS-PAYMENT-PERIOD - WS-IO-PERIODS-LEFT)
             WHEN 'B'
               COMPUTE WS-PRINCIPAL
               = WS-TOTAL-LOAN / (WS-PAYMENT-PERIOD * 2)
             WHEN OTHER
               COMPUTE WS-PRINCIPAL
               = WS-TOTAL-LOAN / WS-PAYMENT-PERIOD
           END-EVALUATE

           COMPUTE WS-INTEREST-DECIMAL
           = PLAN_INTEREST-RATE / 100

      * THE FIRST INSTALLMENT FALLS ON THE SELLER'S NEXT DUE DATE -
      * THE DATE THE BORROWER HAS ALREADY BEEN BILLED FOR.
           MOVE BRD_NEXT-DUE-DATE TO PLAN_DUE-DATE
           MOVE PLAN_DUE-DATE(1:4) TO WS-NUM-YEAR
           MOVE PLAN_DUE-DATE(6:2) TO WS-NUM-MONTH
           MOVE PLAN_DUE-DATE(9:2) TO WS-NUM-DAY

           PERFORM VARYING WS-COUNT FROM 1 BY 1
              UNTIL WS-COUNT > WS-PAYMENT-PERIOD

              IF WS-COUNT > 1
                 PERFORM ADVANCE-DUE-DATE
                 MOVE PLAN_DUE-DATE TO WS-RAW-DUE-DATE
                 PERFORM ROLL-DUE-DATE-TO-BUSINESS-DAY
              ELSE
                 MOVE PLAN_DUE-DATE TO WS-RAW-DUE-DATE
              END-IF

              MOVE PLAN_REMAINING-LOAN TO WS-OPENING-BALANCE

              EVALUATE TRUE
                WHEN TYPE_REPAY-STRUCTURE = 'I'
                     AND WS-COUNT NOT > WS-IO-PERIODS-LEFT
                  MOVE 0 TO WS-PERIOD-PRINCIPAL
                WHEN TYPE_REPAY-STRUCTURE = 'B'
                     AND WS-COUNT = WS-PAYMENT-PERIOD
                  MOVE WS-OPENING-BALANCE TO WS-PERIOD-PRINCIPAL
                WHEN OTHER
                  MOVE WS-PRINCIPAL TO WS-PERIOD-PRINCIPAL
              END-EVALUATE

              COMPUTE PLAN_REMAINING-LOAN
              = PLAN_REMAINING-LOAN - WS-PERIOD-PRINCIPAL

              EVALUATE TRUE
                WHEN TYPE_REPAY-STRUCTURE = 'I'
                     AND WS-COUNT NOT > WS-IO-PERIODS-LEFT
                  COMPUTE PLAN_PAYMENT-AMOUNT ROUNDED
                  = WS-OPENING-BALANCE * WS-INTEREST-DECIMAL
                WHEN TYPE_REPAY-STRUCTURE = 'I'
                WHEN TYPE_REPAY-STRUCTURE = 'B'
                  COMPUTE PLAN_PAYMENT-AMOUNT ROUNDED
                  = WS-PERIOD-PRINCIPAL +
                    (WS-OPENING-BALANCE * WS-INTEREST-DECIMAL)
                WHEN LOAN_INTEREST-TYPE = 'V'
                  COMPUTE PLAN_PAYMENT-AMOUNT ROUNDED
                  = WS-PERIOD-PRINCIPAL +
                    (WS-OPENING-BALANCE * WS-INTEREST-DECIMAL)
                WHEN OTHER
                  COMPUTE WS-MULTIPLIER ROUNDED
                  = 1 + (WS-PAYMENT-PERIOD * WS-INTEREST-DECIMAL
                    / 2)
                  + ((WS-PAYMENT-PERIOD * WS-INTEREST-DECIMAL) ** 2
                    / 12)

                  COMPUTE PLAN_PAYMENT-AMOUNT ROUNDED
                       = WS-PRINCIPAL * WS-MULTIPLIER
              END-EVALUATE
              MOVE PLAN_PAYMENT-AMOUNT TO PLAN_REMAINING-AMOUNT

      * AN INSTALLMENT THE SELLER HAD ALREADY BILLED AND NOT BEEN
      * PAID FOR IS OVERDUE FROM THE DAY IT IS BOARDED.
              IF PLAN_DUE-DATE < WS-TODAY-DASHED
                 MOVE 'OVERDUE' TO PLAN_PLAN-STATUS
              ELSE
                 MOVE 'DUE'     TO PLAN_PLAN-STATUS
              END-IF

              EXEC SQL
                INSERT INTO PAYPLAN
                   (LOAN_ID, DUE_DATE, PAYMENT_AMOUNT, PLAN_STATUS,
                    REMAINING_AMOUNT, REMAINING_LOAN, INTEREST_RATE)
                 VALUES
                   (:PLAN_LOAN-ID, :PLAN_DUE-DATE,
                    :PLAN_PAYMENT-AMOUNT, :PLAN_PLAN-STATUS,
                    :PLAN_REMAINING-AMOUNT, :PLAN_REMAINING-LOAN,
                    :PLAN_INTEREST-RATE)
              END-EXEC
              MOVE 'INSERT BOARDED LOAN INSTALLMENT' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
              ADD 1 TO WS-PLAN-ROWS-BUILT

              MOVE WS-RAW-DUE-DATE TO PLAN_DUE-DATE
           END-PERFORM
           .

       ADVANCE-DUE-DATE.
           EVALUATE LOAN_PAYMENT-FREQUENCY
              WHEN 'W'
                 PERFORM ADVANCE-DUE-DATE-BY-DAYS
              WHEN 'B'
                 PERFORM ADVANCE-DUE-DATE-BY-DAYS
              WHEN 'Q'
                 PERFORM ADVANCE-DUE-DATE-ONE-MONTH 3 TIMES
              WHEN OTHER
                 PERFORM ADVANCE-DUE-DATE-ONE-MONTH
           END-EVALUATE
           .

       ADVANCE-DUE-DATE-BY-DAYS.
           MOVE PLAN_DUE-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE PLAN_DUE-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE PLAN_DUE-DATE(9:2) TO WS-DATE-NUM(7:2)

           IF LOAN_PAYMENT-FREQUENCY = 'B'
              COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE
                 (WS-DATE-NUM) + 14
           ELSE
              COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE
                 (WS-DATE-NUM) + 7
           END-IF

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (WS-DATE-INTEGER)

           MOVE WS-DATE-NUM(1:4) TO PLAN_DUE-DATE(1:4)
           MOVE WS-DATE-NUM(5:2) TO PLAN_DUE-DATE(6:2)
           MOVE WS-DATE-NUM(7:2) TO PLAN_DUE-DATE(9:2)
           .

       ADVANCE-DUE-DATE-ONE-MONTH.
           IF WS-NUM-MONTH = 12
              ADD 1 TO WS-NUM-YEAR
              MOVE 1 TO WS-NUM-MONTH
           ELSE
              ADD 1 TO WS-NUM-MONTH
           END-IF

           MOVE WS-NUM-YEAR TO PLAN_DUE-DATE(1:4)
           MOVE WS-NUM-MONTH TO PLAN_DUE-DATE(6:2)
           .

       ROLL-DUE-DATE-TO-BUSINESS-DAY.
           MOVE PLAN_DUE-DATE(1:4) TO WS-CAL-YEAR
           MOVE PLAN_DUE-DATE(6:2) TO WS-CAL-MONTH
           MOVE PLAN_DUE-DATE(9:2) TO WS-CAL-DAY
           PERFORM CLAMP-DAY-TO-MONTH-END

           MOVE WS-CAL-YEAR  TO WS-CAL-DATE-NUM(1:4)
           MOVE WS-CAL-MONTH TO WS-CAL-DATE-NUM(5:2)
           MOVE WS-CAL-DAY   TO WS-CAL-DATE-NUM(7:2)
           COMPUTE WS-CAL-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM)

           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
              ADD 1 TO WS-CAL-INTEGER
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM

           MOVE WS-CAL-DATE-DASHED TO PLAN_DUE-DATE
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
              IF SQLCODE = 0 AND WS-CAL-HOLIDAY-COUNT > 0
                 MOVE 'N' TO WS-BUSINESS-DAY-FLAG
              ELSE
                 MOVE 'Y' TO WS-BUSINESS-DAY-FLAG
              END-IF
           END-IF
           .

       CLAMP-DAY-TO-MONTH-END.
           EVALUATE WS-CAL-MONTH
             WHEN 1
             WHEN 3
             WHEN 5
             WHEN 7
             WHEN 8
             WHEN 10
             WHEN 12
               MOVE 31 TO WS-CAL-MAX-DAY
             WHEN 4
             WHEN 6
             WHEN 9
             WHEN 11
               MOVE 30 TO WS-CAL-MAX-DAY
             WHEN OTHER
               COMPUTE WS-CAL-LEAP-REM = FUNCTION MOD (WS-CAL-YEAR, 4)
               IF WS-CAL-LEAP-REM = 0
                  COMPUTE WS-CAL-LEAP-REM =
                          FUNCTION MOD (WS-CAL-YEAR, 100)
                  IF WS-CAL-LEAP-REM = 0
                     COMPUTE WS-CAL-LEAP-REM =
                             FUNCTION MOD (WS-CAL-YEAR, 400)
                     IF WS-CAL-LEAP-REM = 0
                        MOVE 29 TO WS-CAL-MAX-DAY
                     ELSE
                        MOVE 28 TO WS-CAL-MAX-DAY
                     END-IF
                  ELSE
                     MOVE 29 TO WS-CAL-MAX-DAY
                  END-IF
               ELSE
                  MOVE 28 TO WS-CAL-MAX-DAY
               END-IF
           END-EVALUATE

           IF WS-CAL-DAY > WS-CAL-MAX-DAY
              MOVE WS-CAL-MAX-DAY TO WS-CAL-DAY
           END-IF
           .

      ******************************************************
      *  THE BALANCING REPORT.                             *
      ******************************************************
       WRITE-REPORT-HEADINGS.
           MOVE WS-SELLER-ID    TO BRS-SELLER-ID
           MOVE WS-SELLER-NAME  TO BRS-SELLER-NAME
           MOVE WS-CUTOFF-DATE  TO BRS-CUTOFF-DATE
           MOVE WS-TODAY-DASHED TO BRS-BOARD-DATE
           WRITE BOARD-REPORT-LINE FROM WS-TITLE-LINE
           WRITE BOARD-REPORT-LINE FROM WS-SELLER-LINE
           MOVE SPACES TO BOARD-REPORT-LINE
           WRITE BOARD-REPORT-LINE
           WRITE BOARD-REPORT-LINE FROM WS-LOAN-HEAD-LINE
           .

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO BOARD-REPORT-LINE
           WRITE BOARD-REPORT-LINE
           WRITE BOARD-REPORT-LINE FROM WS-CONTROL-HEAD-LINE

           MOVE 'LOANS'            TO BRC-LABEL
           MOVE WS-TRL-LOANS       TO BRC-TRAILER
           MOVE WS-READ-LOANS      TO BRC-READ
           MOVE WS-ACC-LOANS       TO BRC-ACCEPTED
           MOVE WS-REJ-LOANS       TO BRC-REJECTED
           COMPUTE BRC-DIFFERENCE = WS-TRL-LOANS - WS-READ-LOANS
           WRITE BOARD-REPORT-LINE FROM WS-CONTROL-COUNT-LINE

           MOVE 'HISTORY RECORDS'  TO BRC-LABEL
           MOVE WS-TRL-HIST        TO BRC-TRAILER
           MOVE WS-READ-HIST       TO BRC-READ
           MOVE WS-ACC-HIST        TO BRC-ACCEPTED
           MOVE WS-REJ-HIST        TO BRC-REJECTED
           COMPUTE BRC-DIFFERENCE = WS-TRL-HIST - WS-READ-HIST
           WRITE BOARD-REPORT-LINE FROM WS-CONTROL-COUNT-LINE

           MOVE 'CURRENT PRINCIPAL' TO BRA-LABEL
           MOVE WS-TRL-PRINCIPAL   TO BRA-TRAILER
           MOVE WS-READ-PRINCIPAL  TO BRA-READ
           MOVE WS-ACC-PRINCIPAL   TO BRA-ACCEPTED
           MOVE WS-REJ-PRINCIPAL   TO BRA-REJECTED
           COMPUTE BRA-DIFFERENCE =
                   WS-TRL-PRINCIPAL - WS-READ-PRINCIPAL
           WRITE BOARD-REPORT-LINE FROM WS-CONTROL-AMOUNT-LINE

           MOVE 'PAST-DUE AMOUNT'  TO BRA-LABEL
           MOVE WS-TRL-PAST-DUE    TO BRA-TRAILER
           MOVE WS-READ-PAST-DUE   TO BRA-READ
           MOVE WS-ACC-PAST-DUE    TO BRA-ACCEPTED
           MOVE WS-REJ-PAST-DUE    TO BRA-REJECTED
           COMPUTE BRA-DIFFERENCE =
                   WS-TRL-PAST-DUE - WS-READ-PAST-DUE
           WRITE BOARD-REPORT-LINE FROM WS-CONTROL-AMOUNT-LINE

           MOVE SPACES TO BOARD-REPORT-LINE
           WRITE BOARD-REPORT-LINE

           IF NOT HEADER-PRESENT
              MOVE 'NO HDR RECORD AT THE FRONT OF THE FILE' TO BRX-TEXT
              WRITE BOARD-REPORT-LINE FROM WS-EXCEPTION-LINE
           ELSE
              IF NOT CUTOFF-DATE-VALID
                 MOVE 'CUTOFF DATE ON THE HDR RECORD IS INVALID'
                   TO BRX-TEXT
                 WRITE BOARD-REPORT-LINE FROM WS-EXCEPTION-LINE
              END-IF
           END-IF
           IF NOT TRAILER-PRESENT
              MOVE 'NO TRL RECORD - FILE IS INCOMPLETE' TO BRX-TEXT
              WRITE BOARD-REPORT-LINE FROM WS-EXCEPTION-LINE
           END-IF
           IF WS-ORPHAN-COUNT > 0
              MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO BRX-TEXT
              STRING WS-EDIT-COUNT
                     ' RECORD(S) BELONG TO NO LOAN - SEE REJECTS'
                DELIMITED BY SIZE
                INTO BRX-TEXT
              WRITE BOARD-REPORT-LINE FROM WS-EXCEPTION-LINE
           END-IF

           MOVE SPACES TO BRV-TEXT
           IF FILE-IN-BALANCE
              MOVE 'IN BALANCE    ' TO BRV-VERDICT
              MOVE WS-LOANS-BOARDED TO WS-EDIT-COUNT
              MOVE WS-HIST-BOARDED  TO WS-EDIT-COUNT-2
              STRING WS-EDIT-COUNT ' LOANS BOARDED, '
                     WS-EDIT-COUNT-2 ' HISTORY ROWS LOADED'
                DELIMITED BY SIZE
                INTO BRV-TEXT
           ELSE
              MOVE 'OUT OF BALANCE' TO BRV-VERDICT
              MOVE 'NOTHING BOARDED - PURCHASE MUST NOT SETTLE'
                TO BRV-TEXT
              DISPLAY 'BOARDLN - BOARDING FILE OUT OF BALANCE - '
                      'NOTHING BOARDED.'
           END-IF
           WRITE BOARD-REPORT-LINE FROM WS-VERDICT-LINE
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
              DISPLAY 'BOARDLN - GL EXTRACT OUT OF BALANCE - '
                      'DEBITS: ' WS-GL-TOTAL-DEBITS
                      ' CREDITS: ' WS-GL-TOTAL-CREDITS
           END-IF

           WRITE WS-OUTFILE-GL-POST FROM GL-TRAILER-RECORD
           .

       CURRENT-TIMESTAMP.
           EXEC SQL
               SELECT CURRENT TIMESTAMP
               INTO :WS-TIMESTAMP
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           .

       POST-LOAN-JOURNAL.
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL - THE
      * CALLER HAS FILLED THE LJR_ FIELDS. A FAILED POST ABENDS LIKE
      * ANY OTHER SQL ERROR SO THE MOVEMENT ROLLS BACK WITH IT.
           MOVE 'BOARDLN' TO LJR_SOURCE-PGM

           CALL 'JRNLPOST' USING LJR_LOAN-ID, LJR_TRAN-CODE,
                                 LJR_EFFECTIVE-DATE, LJR_AMOUNT,
                                 LJR_PRIN-AMOUNT, LJR_INT-AMOUNT,
                                 LJR_FEE-AMOUNT, LJR_ESC-AMOUNT,
                                 LJR_SOURCE-PGM, LJR_REFERENCE-ID,
                                 WS-JRNL-RC

           IF WS-JRNL-RC NOT = 0
              DISPLAY 'ABEND DUE TO SQL ERROR DURING: '
                      'POST LOAN_JOURNAL ROW'
              DISPLAY 'SQLCODE=' WS-JRNL-RC
              MOVE 1111 TO WS-RETURN-CODE
              CALL 'CEE3ABD' USING WS-RETURN-CODE
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
