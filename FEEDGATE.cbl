       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDGATE.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: INBOUND FEED ARRIVAL GATE - THE DAILY      *
      * PRE-FLIGHT FOR THE FILES THE CYCLE READS, RUN RIGHT  *
      * AFTER CYCLEDT OPENS THE BUSINESS DATE. A PAYIN WITH  *
      * YESTERDAY'S HEADER, OR THE SAME FILE SENT TWICE,     *
      * USED TO GO STRAIGHT THROUGH AS LONG AS ITS HDR/TRL   *
      * COUNT AGREED. FOR EACH EXPECTED FEED (PAYIN, ORIGIN, *
      * AUTOIN, ACHRTN, DEPFILE, ESCDISB, RATEIN, CNTFILE)   *
      * THIS PROGRAM:                                        *
      *   - CONFIRMS IT ARRIVED. AN EMPTY OR ABSENT REQUIRED *
      *     FEED IS A HARD FAILURE; AN OPTIONAL ONE IS       *
      *     LEGITIMATELY EMPTY ONCE ITS CUTOFF HAS PASSED,   *
      *     AND ONLY A WARNING BEFORE THEN.                  *
      *   - PROVES A HDR/TRL FEED: THE HEADER BUSINESS DATE  *
      *     (COLUMNS 4-13, YYYY-MM-DD) MUST BE THE OPEN      *
      *     PROCESS_DATE CYCLE DATE AND THE TRAILER COUNT    *
      *     MUST AGREE.                                      *
      *   - FINGERPRINTS THE FILE - HEADER AND TRAILER (OR   *
      *     FIRST AND LAST RECORD), RECORD COUNT AND THE     *
      *     FEED'S AMOUNT COLUMN SUMMED - AND REJECTS ONE    *
      *     ALREADY ACCEPTED ON AN EARLIER CYCLE.            *
      * EVERY VERDICT IS KEPT IN FEED_RECEIPT FOR OPSDIGST.  *
      * A RERUN FOR THE SAME CYCLE DATE REPLACES THAT        *
      * CYCLE'S ROWS. RC 8 = A HARD FAILURE - THE CYCLE      *
      * STOPS; RC 4 = AN OPTIONAL FEED NOT IN YET.           *
      * CUTOFFS (HHMM, WALL CLOCK ON THE CYCLE DATE) CAN BE  *
      * SET PER FEED IN PARMFILE AS FEED-CUTOFF-<DDNAME>.    *
      *                                                      *
      * WITH RUN-MODE=INTRADAY IN PARMFILE IT GATES THE      *
      * INTRADAY PAYIN DROP FOR THE DAYTIME MINI-CYCLE       *
      * INSTEAD: NO CYCLE MAY BE OPEN, THE BUSINESS DATE IS  *
      * TODAY, ONLY PAYIN IS CHECKED (AS 'PAYINTRA') AND     *
      * EACH RUN ADDS ITS OWN ROW. A PAYIN FINGERPRINT IS    *
      * MATCHED ACROSS BOTH NAMES, SO A DROP ALREADY LOADED  *
      * INTRADAY AND SENT AGAIN FOR THE NIGHT IS A DUPLICATE.*
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYIN ASSIGN TO PAYIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PAYIN.

           SELECT ORIGIN ASSIGN TO ORIGIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ORIGIN.

           SELECT AUTOIN ASSIGN TO AUTOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AUTOIN.

           SELECT RTNIN ASSIGN TO ACHRTN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ACHRTN.

           SELECT DEPIN ASSIGN TO DEPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DEPFILE.

           SELECT DISBIN ASSIGN TO ESCDISB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ESCDISB.

           SELECT RATEIN ASSIGN TO RATEIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RATEIN.

           SELECT CNTIN ASSIGN TO CNTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CNTFILE.

           SELECT RPTOUT ASSIGN TO GATERPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GATERPT.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

       FD PAYIN
            RECORDING MODE F.
       01 PAYIN-RECORD           PIC X(80).

       FD ORIGIN
            RECORDING MODE F.
       01 ORIGIN-RECORD          PIC X(80).

       FD AUTOIN
            RECORDING MODE F.
       01 AUTOIN-RECORD          PIC X(80).

       FD RTNIN
            RECORDING MODE F.
       01 RETURN-RECORD          PIC X(80).

       FD DEPIN
            RECORDING MODE F.
       01 DEPIN-RECORD           PIC X(80).

       FD DISBIN
            RECORDING MODE F.
       01 DISBIN-RECORD          PIC X(80).

       FD RATEIN
            RECORDING MODE F.
       01 RATEIN-RECORD          PIC X(80).

       FD CNTIN
            RECORDING MODE F.
       01 CNTIN-RECORD           PIC X(80).

       FD RPTOUT
            RECORDING MODE F.
       01 GATE-REPORT-LINE       PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
      * INCLUDING COPYBOOKS - THE PAYIN AND ORIGIN DETAIL LAYOUTS.
       COPY PAYRECIN.
       COPY LOANRCIN.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE PROCDATE END-EXEC.
           EXEC SQL INCLUDE FEEDRCPT END-EXEC.

      * FILE STATUS.
       01 FS-PAYIN              PIC X(02).
       01 FS-ORIGIN             PIC X(02).
       01 FS-AUTOIN             PIC X(02).
       01 FS-ACHRTN             PIC X(02).
       01 FS-DEPFILE            PIC X(02).
       01 FS-ESCDISB            PIC X(02).
       01 FS-RATEIN             PIC X(02).
       01 FS-CNTFILE            PIC X(02).
       01 FS-GATERPT            PIC X(02).
       01 FS-FEED               PIC X(02).
       01 EOF                   PIC X VALUE 'N'.
         88 END-OF-FEED         VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-NUM          PIC 9(8).
       01 WS-CURRENT-TIME.
          05 WS-TIME-HHMM       PIC 9(4).
          05 FILLER             PIC X(4).
       01 WS-CYCLE-NUM          PIC 9(8).

      * THE EXPECTED FEEDS: DDNAME, 'Y' IF THE CYCLE CANNOT RUN
      * WITHOUT IT, 'H' IF IT CARRIES HDR/TRL CONTROL RECORDS,
      * AND THE DEFAULT CUTOFF (HHMM).
       01 WS-FEED-COUNT         PIC S9(4) USAGE COMP VALUE 8.
       01 WS-FEED-IX            PIC S9(4) USAGE COMP.
       01 WS-FEED-DEFAULTS.
          05 FILLER             PIC X(14) VALUE 'PAYIN   YH2000'.
          05 FILLER             PIC X(14) VALUE 'ORIGIN  NH1900'.
          05 FILLER             PIC X(14) VALUE 'AUTOIN  NN1900'.
          05 FILLER             PIC X(14) VALUE 'ACHRTN  NN2000'.
          05 FILLER             PIC X(14) VALUE 'DEPFILE YN2030'.
          05 FILLER             PIC X(14) VALUE 'ESCDISB NN1900'.
          05 FILLER             PIC X(14) VALUE 'RATEIN  NN1800'.
          05 FILLER             PIC X(14) VALUE 'CNTFILE NN1900'.
       01 WS-FEED-TABLE REDEFINES WS-FEED-DEFAULTS.
          05 WS-FEED-ENTRY OCCURS 8 TIMES.
             10 WS-FEED-NAME        PIC X(8).
             10 WS-FEED-REQUIRED    PIC X(1).
             10 WS-FEED-HDR-TRL     PIC X(1).
             10 WS-FEED-CUTOFF      PIC 9(4).

      * 'INTRADAY' GATES THE DAYTIME PAYIN DROP - SEE THE BANNER.
       01 WS-RUN-MODE           PIC X(8) VALUE 'NIGHTLY'.
         88 INTRADAY-RUN        VALUE 'INTRADAY'.
      * THE OTHER NAME THE SAME FEED'S RECEIPTS ARE KEPT UNDER.
       01 WS-TWIN-FEED-NAME     PIC X(8).
       01 WS-OPEN-CYCLES        PIC S9(9) USAGE COMP.

      * PARMFILE.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-PARM-FOUND         PIC X(1).

      * THE FEED BEING CHECKED.
       01 WS-FEED-RECORD        PIC X(80).
       01 WS-AUTOIN-VIEW REDEFINES WS-FEED-RECORD.
          05 ENR-ACTION         PIC X(3).
          05 ENR-CUSTOMER-ID    PIC 9(9).
          05 ENR-LOAN-ID        PIC 9(9).
          05 FILLER             PIC X(59).
       01 WS-ACHRTN-VIEW REDEFINES WS-FEED-RECORD.
          05 RTN-PAYMENT-ID     PIC 9(9).
          05 FILLER             PIC X(71).
       01 WS-DEPFILE-VIEW REDEFINES WS-FEED-RECORD.
          05 DEP-DATE           PIC X(10).
          05 DEP-CHANNEL        PIC X(10).
          05 DEP-AMOUNT         PIC S9(13)V99.
          05 FILLER             PIC X(45).
       01 WS-ESCDISB-VIEW REDEFINES WS-FEED-RECORD.
          05 DSB-LOAN-ID        PIC 9(9).
          05 DSB-AMOUNT         PIC S9(13)V99.
          05 FILLER             PIC X(56).
       01 WS-RATEIN-VIEW REDEFINES WS-FEED-RECORD.
          05 RTF-TYPE-ID        PIC 9(9).
          05 RTF-NEW-RATE       PIC 9(2)V99.
          05 FILLER             PIC X(67).
      * TELLPRF'S BRANCH DRAWER COUNTS.
       01 WS-CNTFILE-VIEW REDEFINES WS-FEED-RECORD.
          05 CNT-TELLER-ID      PIC X(8).
          05 CNT-BUSINESS-DATE  PIC X(10).
          05 CNT-BRANCH-ID      PIC X(4).
          05 CNT-COUNTED-CASH   PIC 9(13)V99.
          05 FILLER             PIC X(43).
      * HDR / TRL CONTROL RECORDS OF PAYIN AND ORIGIN.
       01 WS-HEADER-VIEW REDEFINES WS-FEED-RECORD.
          05 HDR-RECORD-TYPE    PIC X(3).
          05 HDR-BUSINESS-DATE  PIC X(10).
          05 FILLER             PIC X(67).
       01 WS-TRAILER-VIEW REDEFINES WS-FEED-RECORD.
          05 TRL-RECORD-TYPE    PIC X(3).
          05 TRL-RECORD-COUNT   PIC 9(3).
          05 FILLER             PIC X(74).

       01 WS-OPEN-FLAG          PIC X(1).
         88 FEED-OPENED         VALUE 'Y'.
       01 WS-READ-COUNT         PIC S9(9) USAGE COMP.
       01 WS-HDR-FLAG           PIC X(1).
         88 HDR-SEEN            VALUE 'Y'.
       01 WS-TRL-FLAG           PIC X(1).
         88 TRL-SEEN            VALUE 'Y'.
       01 WS-TRL-EXPECTED       PIC 9(3).
       01 WS-CUTOFF-FLAG        PIC X(1).
         88 CUTOFF-PASSED       VALUE 'Y'.
       01 WS-DUP-CYCLE          PIC X(10).
       01 WS-EDIT-COUNT         PIC ZZZZZZZZ9.
       01 WS-EDIT-CUTOFF        PIC 9(4).

      * RUN RESULT.
       01 WS-FEEDS-ACCEPTED     PIC 9(4) VALUE 0.
       01 WS-FEEDS-EMPTY        PIC 9(4) VALUE 0.
       01 WS-FEEDS-WARNED       PIC 9(4) VALUE 0.
       01 WS-FEEDS-FAILED       PIC 9(4) VALUE 0.

      * REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(38) VALUE
             'INBOUND FEED GATE - BUSINESS DATE: '.
          05 RPT-CYCLE-DATE     PIC X(10).
          05 FILLER             PIC X(84) VALUE SPACES.

       01 WS-FEED-LINE.
          05 FILLER             PIC X(7)  VALUE 'FEED: '.
          05 RPT-FEED-NAME      PIC X(8).
          05 FILLER             PIC X(11) VALUE ' REQUIRED: '.
          05 RPT-REQUIRED       PIC X(1).
          05 FILLER             PIC X(10) VALUE ' CUTOFF: '.
          05 RPT-CUTOFF         PIC 9(4).
          05 FILLER             PIC X(9)  VALUE ' STATUS: '.
          05 RPT-STATUS         PIC X(1).
          05 FILLER             PIC X(10) VALUE ' RECORDS: '.
          05 RPT-RECORDS        PIC ZZZZZZZZ9.
          05 FILLER             PIC X(8)  VALUE ' TOTAL: '.
          05 RPT-HASH-TOTAL     PIC ZZZZZZZZZZZZ9.99-.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 RPT-NOTE           PIC X(36).

       01 WS-RPT-VERDICT        PIC X(132).

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'FEEDGATE - INBOUND FEED GATE.'

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           ACCEPT WS-CURRENT-TIME FROM TIME

           PERFORM READ-RUN-PARAMETERS
           PERFORM FETCH-CYCLE-DATE

           OPEN OUTPUT RPTOUT
           IF FS-GATERPT NOT = '00'
              DISPLAY 'FEEDGATE - ERROR OPENING REPORT FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-GATERPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PRD_CYCLE-DATE TO RPT-CYCLE-DATE
           WRITE GATE-REPORT-LINE FROM WS-RPT-HEADER

      * A RERUN AFTER OPS HAS FIXED A FEED STARTS THE CYCLE'S
      * VERDICTS AFRESH - BUT THE DAY'S INTRADAY DROPS WERE LOADED
      * AND STAY ON RECORD. AN INTRADAY RUN ONLY EVER ADDS.
           IF NOT INTRADAY-RUN
              EXEC SQL
                 DELETE FROM KALA12.FEED_RECEIPT
                  WHERE CYCLE_DATE = :PRD_CYCLE-DATE
                    AND FEED_NAME <> 'PAYINTRA'
              END-EXEC
              MOVE 'CLEAR CYCLE FEED VERDICTS' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           END-IF

           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                   UNTIL WS-FEED-IX > WS-FEED-COUNT
              PERFORM CHECK-ONE-FEED
           END-PERFORM

           EXEC SQL
              COMMIT
           END-EXEC

           MOVE SPACES TO WS-RPT-VERDICT
           WRITE GATE-REPORT-LINE FROM WS-RPT-VERDICT
           EVALUATE TRUE
             WHEN WS-FEEDS-FAILED > 0
               MOVE 'VERDICT: FEED GATE FAILED - CYCLE STOPPED'
                 TO WS-RPT-VERDICT
             WHEN WS-FEEDS-WARNED > 0
               MOVE 'VERDICT: FEEDS PASSED - OPTIONAL FEED NOT IN YET'
                 TO WS-RPT-VERDICT
             WHEN OTHER
               MOVE 'VERDICT: ALL FEEDS PASSED'
                 TO WS-RPT-VERDICT
           END-EVALUATE
           WRITE GATE-REPORT-LINE FROM WS-RPT-VERDICT

           CLOSE RPTOUT

           DISPLAY 'FEEDGATE - FEEDS ACCEPTED:       ' WS-FEEDS-ACCEPTED
           DISPLAY 'FEEDGATE - FEEDS EMPTY (OK):     ' WS-FEEDS-EMPTY
           DISPLAY 'FEEDGATE - FEEDS NOT IN YET:     ' WS-FEEDS-WARNED
           DISPLAY 'FEEDGATE - FEEDS FAILED:         ' WS-FEEDS-FAILED

           EVALUATE TRUE
             WHEN WS-FEEDS-FAILED > 0
               DISPLAY 'FEEDGATE - HARD FAILURE - RC 8.'
               MOVE 8 TO RETURN-CODE
             WHEN WS-FEEDS-WARNED > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           STOP RUN
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'FEEDGATE - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'FEEDGATE - RUN-MODE IN EFFECT: ' WS-RUN-MODE

      * THE INTRADAY DROP IS PAYIN'S SHAPE - THE FIRST TABLE ENTRY -
      * AND IS THE ONLY FEED THE MINI-CYCLE READS. IT HAS NO CUTOFF:
      * THE STREAM RUNS BECAUSE THE DROP HAS LANDED.
           IF INTRADAY-RUN
              MOVE 1 TO WS-FEED-COUNT
           ELSE
              PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                      UNTIL WS-FEED-IX > WS-FEED-COUNT
                 DISPLAY 'FEEDGATE - CUTOFF IN EFFECT FOR '
                         WS-FEED-NAME (WS-FEED-IX) ': '
                         WS-FEED-CUTOFF (WS-FEED-IX)
              END-PERFORM
           END-IF
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

              EVALUATE TRUE
                WHEN WS-PARM-KEY = 'RUN-MODE'
                 IF WS-PARM-TOKEN = 'INTRADAY' OR 'NIGHTLY'
                    MOVE WS-PARM-TOKEN TO WS-RUN-MODE
                 ELSE
                    DISPLAY 'FEEDGATE - BAD PARM VALUE IGNORED: '
                            PARM-RECORD
                 END-IF
                WHEN WS-PARM-KEY(1:12) = 'FEED-CUTOFF-'
                 MOVE 'N' TO WS-PARM-FOUND
                 PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                         UNTIL WS-FEED-IX > WS-FEED-COUNT
                    IF WS-PARM-KEY(13:8) = WS-FEED-NAME (WS-FEED-IX)
                       AND WS-PARM-LEN = 4
                       AND WS-PARM-TOKEN(1:4) IS NUMERIC
                       AND WS-PARM-TOKEN(1:2) < '24'
                       AND WS-PARM-TOKEN(3:2) < '60'
                       MOVE WS-PARM-TOKEN(1:4)
                         TO WS-FEED-CUTOFF (WS-FEED-IX)
                       MOVE 'Y' TO WS-PARM-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-PARM-FOUND = 'N'
                    DISPLAY 'FEEDGATE - BAD PARM VALUE IGNORED: '
                            PARM-RECORD
                 END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                 CONTINUE
              END-EVALUATE
           END-IF
           .

       FETCH-CYCLE-DATE.
           IF INTRADAY-RUN
              PERFORM FETCH-INTRADAY-DATE
           ELSE
              PERFORM FETCH-OPEN-CYCLE-DATE
           END-IF

           MOVE PRD_CYCLE-DATE(1:4) TO WS-CYCLE-NUM(1:4)
           MOVE PRD_CYCLE-DATE(6:2) TO WS-CYCLE-NUM(5:2)
           MOVE PRD_CYCLE-DATE(9:2) TO WS-CYCLE-NUM(7:2)
           DISPLAY 'FEEDGATE - BUSINESS DATE: ' PRD_CYCLE-DATE
           .

       FETCH-INTRADAY-DATE.
      * THE MINI-CYCLE RUNS IN THE BUSINESS DAY, BETWEEN NIGHTS - AN
      * OPEN CYCLE MEANS THE NIGHT IS RUNNING (OR NEVER CLOSED), AND
      * THE DROP WAITS FOR IT. THE BUSINESS DATE IS TODAY.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-OPEN-CYCLES
                FROM KALA12.PROCESS_DATE
               WHERE CYCLE_STATUS = 'O'
           END-EXEC
           MOVE 'COUNT OPEN CYCLES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-OPEN-CYCLES > 0
              DISPLAY 'FEEDGATE - A PROCESS_DATE CYCLE IS OPEN - NO '
                      'INTRADAY RUN WHILE THE NIGHT CYCLE IS UP.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO PRD_CYCLE-DATE
           .

       FETCH-OPEN-CYCLE-DATE.
      * THE GATE PROVES FEEDS AGAINST THE BUSINESS DATE CYCLEDT HAS
      * JUST OPENED - WITHOUT ONE THERE IS NOTHING TO PROVE AGAINST.
           EXEC SQL
              SELECT CYCLE_DATE
                INTO :PRD_CYCLE-DATE
                FROM KALA12.PROCESS_DATE
               WHERE CYCLE_STATUS = 'O'
           END-EXEC
           MOVE 'FETCH OPEN CYCLE DATE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF SQLCODE = 100
              DISPLAY 'FEEDGATE - NO OPEN PROCESS_DATE CYCLE - '
                      'NOTHING TO GATE AGAINST.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      ****************************************************************
      *  ONE FEED                                                    *
      ****************************************************************
       CHECK-ONE-FEED.
           MOVE WS-FEED-NAME (WS-FEED-IX) TO FDR_FEED-NAME
           MOVE FDR_FEED-NAME TO WS-TWIN-FEED-NAME
           IF INTRADAY-RUN
              MOVE 'PAYINTRA' TO FDR_FEED-NAME
              MOVE 'PAYIN'    TO WS-TWIN-FEED-NAME
           ELSE
              IF FDR_FEED-NAME = 'PAYIN'
                 MOVE 'PAYINTRA' TO WS-TWIN-FEED-NAME
              END-IF
           END-IF
           MOVE PRD_CYCLE-DATE TO FDR_CYCLE-DATE
           MOVE SPACES TO FDR_HEADER-DATE FDR_FIRST-RECORD
                          FDR_LAST-RECORD FDR_NOTE
           MOVE 0 TO FDR_RECORD-COUNT FDR_HASH-TOTAL
           MOVE 0 TO WS-READ-COUNT WS-TRL-EXPECTED
           MOVE 'N' TO WS-HDR-FLAG WS-TRL-FLAG WS-OPEN-FLAG EOF

      * A CYCLE THAT SLIPPED PAST MIDNIGHT IS PAST EVERY CUTOFF.
      * THE INTRADAY DROP IS DUE THE MOMENT THE STREAM RUNS.
           IF INTRADAY-RUN
              OR WS-TODAY-NUM > WS-CYCLE-NUM
              OR (WS-TODAY-NUM = WS-CYCLE-NUM
                  AND WS-TIME-HHMM >= WS-FEED-CUTOFF (WS-FEED-IX))
              MOVE 'Y' TO WS-CUTOFF-FLAG
           ELSE
              MOVE 'N' TO WS-CUTOFF-FLAG
           END-IF

           PERFORM OPEN-FEED
           IF FEED-OPENED
              PERFORM READ-FEED
              PERFORM UNTIL END-OF-FEED
                 PERFORM TALLY-FEED-RECORD
                 IF NOT END-OF-FEED
                    PERFORM READ-FEED
                 END-IF
              END-PERFORM
              PERFORM CLOSE-FEED
           END-IF

           PERFORM JUDGE-FEED
           PERFORM RECORD-FEED-RECEIPT
           .

       OPEN-FEED.
           EVALUATE WS-FEED-NAME (WS-FEED-IX)
             WHEN 'PAYIN'
               OPEN INPUT PAYIN
               MOVE FS-PAYIN TO FS-FEED
             WHEN 'ORIGIN'
               OPEN INPUT ORIGIN
               MOVE FS-ORIGIN TO FS-FEED
             WHEN 'AUTOIN'
               OPEN INPUT AUTOIN
               MOVE FS-AUTOIN TO FS-FEED
             WHEN 'ACHRTN'
               OPEN INPUT RTNIN
               MOVE FS-ACHRTN TO FS-FEED
             WHEN 'DEPFILE'
               OPEN INPUT DEPIN
               MOVE FS-DEPFILE TO FS-FEED
             WHEN 'ESCDISB'
               OPEN INPUT DISBIN
               MOVE FS-ESCDISB TO FS-FEED
             WHEN 'RATEIN'
               OPEN INPUT RATEIN
               MOVE FS-RATEIN TO FS-FEED
             WHEN 'CNTFILE'
               OPEN INPUT CNTIN
               MOVE FS-CNTFILE TO FS-FEED
           END-EVALUATE

      * AN OPEN FAILURE IS JUDGED LIKE AN EMPTY FILE - THE FEED
      * DID NOT ARRIVE.
           IF FS-FEED = '00'
              MOVE 'Y' TO WS-OPEN-FLAG
           ELSE
              DISPLAY 'FEEDGATE - ' WS-FEED-NAME (WS-FEED-IX)
                      ' DID NOT OPEN. FILE STATUS: ' FS-FEED
           END-IF
           .

       READ-FEED.
           EVALUATE WS-FEED-NAME (WS-FEED-IX)
             WHEN 'PAYIN'
               READ PAYIN INTO WS-FEED-RECORD
                  AT END
                     MOVE 'Y' TO EOF
               END-READ
             WHEN 'ORIGIN'
               READ ORIGIN INTO WS-FEED-RECORD
                  AT END
                     MOVE 'Y' TO EOF
               END-READ
             WHEN 'AUTOIN'
               READ AUTOIN INTO WS-FEED-RECORD
                  AT END
                     MOVE 'Y' TO EOF
               END-READ
             WHEN 'ACHRTN'
               READ RTNIN INTO WS-FEED-RECORD
                  AT END
                     MOVE 'Y' TO EOF
               END-READ
             WHEN 'DEPFILE'
               READ DEPIN INTO WS-FEED-RECORD
                  AT END
                     MOVE 'Y' TO EOF
               END-READ
             WHEN 'ESCDISB'
               READ DISBIN INTO WS-FEED-RECORD
                  AT END
                     MOVE 'Y' TO EOF
               END-READ
             WHEN 'RATEIN'
               READ RATEIN INTO WS-FEED-RECORD
                  AT END
                     MOVE 'Y' TO EOF
               END-READ
             WHEN 'CNTFILE'
               READ CNTIN INTO WS-FEED-RECORD
                  AT END
                     MOVE 'Y' TO EOF
               END-READ
           END-EVALUATE
           .

       CLOSE-FEED.
           EVALUATE WS-FEED-NAME (WS-FEED-IX)
             WHEN 'PAYIN'
               CLOSE PAYIN
             WHEN 'ORIGIN'
               CLOSE ORIGIN
             WHEN 'AUTOIN'
               CLOSE AUTOIN
             WHEN 'ACHRTN'
               CLOSE RTNIN
             WHEN 'DEPFILE'
               CLOSE DEPIN
             WHEN 'ESCDISB'
               CLOSE DISBIN
             WHEN 'RATEIN'
               CLOSE RATEIN
             WHEN 'CNTFILE'
               CLOSE CNTIN
           END-EVALUATE
           .

       TALLY-FEED-RECORD.
           ADD 1 TO WS-READ-COUNT

           IF WS-FEED-HDR-TRL (WS-FEED-IX) = 'H'
      * SAME SHAPE THE LOADERS READ: HDR FIRST, DETAILS, AND THE
      * LOADER STOPS AT TRL - SO DOES THE GATE.
              EVALUATE TRUE
                WHEN WS-READ-COUNT = 1
                  IF HDR-RECORD-TYPE = 'HDR'
                     MOVE 'Y' TO WS-HDR-FLAG
                     MOVE WS-FEED-RECORD    TO FDR_FIRST-RECORD
                     MOVE HDR-BUSINESS-DATE TO FDR_HEADER-DATE
                  ELSE
                     MOVE 'Y' TO EOF
                  END-IF
                WHEN TRL-RECORD-TYPE = 'TRL'
                  MOVE 'Y' TO WS-TRL-FLAG
                  MOVE WS-FEED-RECORD TO FDR_LAST-RECORD
                  IF TRL-RECORD-COUNT IS NUMERIC
                     MOVE TRL-RECORD-COUNT TO WS-TRL-EXPECTED
                  END-IF
                  MOVE 'Y' TO EOF
                WHEN OTHER
                  ADD 1 TO FDR_RECORD-COUNT
                  PERFORM ADD-TO-HASH-TOTAL
              END-EVALUATE
           ELSE
              IF FDR_RECORD-COUNT = 0
                 MOVE WS-FEED-RECORD TO FDR_FIRST-RECORD
              END-IF
              MOVE WS-FEED-RECORD TO FDR_LAST-RECORD
              ADD 1 TO FDR_RECORD-COUNT
              PERFORM ADD-TO-HASH-TOTAL
           END-IF
           .

       ADD-TO-HASH-TOTAL.
      * EACH FEED'S OWN AMOUNT COLUMN - OR, FOR A FEED WITHOUT
      * ONE, ITS KEY - SUMMED AS THE CONTROL TOTAL. A FIELD THAT IS
      * NOT NUMERIC IS LEFT FOR THE LOADER TO REJECT.
           EVALUATE WS-FEED-NAME (WS-FEED-IX)
             WHEN 'PAYIN'
               EVALUATE WS-FEED-RECORD(1:3)
                 WHEN 'REV'
                   CONTINUE
                 WHEN 'LBX'
                   MOVE WS-FEED-RECORD TO LOCKBOX-DETAILS
                   IF LBX-PAID-AMT IS NUMERIC
                      ADD LBX-PAID-AMT TO FDR_HASH-TOTAL
                   END-IF
                 WHEN 'TRS'
                   MOVE WS-FEED-RECORD TO TRUSTEE-DETAILS
                   IF TRS-PAID-AMT IS NUMERIC
                      ADD TRS-PAID-AMT TO FDR_HASH-TOTAL
                   END-IF
                 WHEN OTHER
                   MOVE WS-FEED-RECORD TO PAYMENT-DETAILS
                   IF PAID-AMT IS NUMERIC
                      ADD PAID-AMT TO FDR_HASH-TOTAL
                   END-IF
               END-EVALUATE
             WHEN 'ORIGIN'
               IF WS-FEED-RECORD(1:3) NOT = 'PTY'
                  MOVE WS-FEED-RECORD TO LOAN-APP-DETAILS
                  IF APP-LOAN-AMOUNT IS NUMERIC
                     ADD APP-LOAN-AMOUNT TO FDR_HASH-TOTAL
                  END-IF
               END-IF
             WHEN 'AUTOIN'
               IF ENR-LOAN-ID IS NUMERIC
                  ADD ENR-LOAN-ID TO FDR_HASH-TOTAL
               END-IF
             WHEN 'ACHRTN'
               IF RTN-PAYMENT-ID IS NUMERIC
                  ADD RTN-PAYMENT-ID TO FDR_HASH-TOTAL
               END-IF
             WHEN 'DEPFILE'
               IF DEP-AMOUNT IS NUMERIC
                  ADD DEP-AMOUNT TO FDR_HASH-TOTAL
               END-IF
             WHEN 'ESCDISB'
               IF DSB-AMOUNT IS NUMERIC
                  ADD DSB-AMOUNT TO FDR_HASH-TOTAL
               END-IF
             WHEN 'RATEIN'
               IF RTF-NEW-RATE IS NUMERIC
                  ADD RTF-NEW-RATE TO FDR_HASH-TOTAL
               END-IF
             WHEN 'CNTFILE'
               IF CNT-COUNTED-CASH IS NUMERIC
                  ADD CNT-COUNTED-CASH TO FDR_HASH-TOTAL
               END-IF
           END-EVALUATE
           .

       JUDGE-FEED.
           MOVE WS-FEED-CUTOFF (WS-FEED-IX) TO WS-EDIT-CUTOFF

           EVALUATE TRUE
             WHEN WS-READ-COUNT = 0
               AND WS-FEED-REQUIRED (WS-FEED-IX) = 'Y'
               MOVE 'M' TO FDR_RECEIPT-STATUS
               IF CUTOFF-PASSED
                  MOVE 'REQUIRED FEED NOT RECEIVED' TO FDR_NOTE
               ELSE
                  MOVE 'NOT IN YET - RERUN WHEN IT LANDS' TO FDR_NOTE
               END-IF
             WHEN WS-READ-COUNT = 0 AND CUTOFF-PASSED
               MOVE 'E' TO FDR_RECEIPT-STATUS
               MOVE 'NOTHING SENT TODAY' TO FDR_NOTE
             WHEN WS-READ-COUNT = 0
               MOVE 'P' TO FDR_RECEIPT-STATUS
               STRING 'NOT IN YET - CUTOFF ' WS-EDIT-CUTOFF
                 DELIMITED BY SIZE
                 INTO FDR_NOTE
             WHEN WS-FEED-HDR-TRL (WS-FEED-IX) = 'H'
               AND NOT HDR-SEEN
               MOVE 'B' TO FDR_RECEIPT-STATUS
               MOVE 'HDR RECORD MISSING' TO FDR_NOTE
             WHEN WS-FEED-HDR-TRL (WS-FEED-IX) = 'H'
               AND FDR_HEADER-DATE NOT = PRD_CYCLE-DATE
               MOVE 'B' TO FDR_RECEIPT-STATUS
               STRING 'HDR DATE ' FDR_HEADER-DATE
                      ' IS NOT THE CYCLE'
                 DELIMITED BY SIZE
                 INTO FDR_NOTE
             WHEN WS-FEED-HDR-TRL (WS-FEED-IX) = 'H'
               AND NOT TRL-SEEN
               MOVE 'T' TO FDR_RECEIPT-STATUS
               MOVE 'NO TRL RECORD' TO FDR_NOTE
             WHEN WS-FEED-HDR-TRL (WS-FEED-IX) = 'H'
               AND WS-TRL-EXPECTED NOT = FDR_RECORD-COUNT
               MOVE 'T' TO FDR_RECEIPT-STATUS
               MOVE FDR_RECORD-COUNT TO WS-EDIT-COUNT
               STRING 'TRL COUNT ' WS-TRL-EXPECTED
                      ' BUT READ ' WS-EDIT-COUNT
                 DELIMITED BY SIZE
                 INTO FDR_NOTE
             WHEN OTHER
               PERFORM FIND-EARLIER-RECEIPT
               EVALUATE TRUE
                 WHEN WS-DUP-CYCLE NOT = SPACES
                   MOVE 'D' TO FDR_RECEIPT-STATUS
                   STRING 'ALREADY PROCESSED ON ' WS-DUP-CYCLE
                     DELIMITED BY SIZE
                     INTO FDR_NOTE
                 WHEN FDR_RECORD-COUNT = 0
      * A HDR/TRL PAIR WITH NOTHING BETWEEN - SENT, BUT EMPTY.
                   MOVE 'E' TO FDR_RECEIPT-STATUS
                   MOVE 'HDR/TRL ONLY - NOTHING TODAY' TO FDR_NOTE
                 WHEN OTHER
                   MOVE 'A' TO FDR_RECEIPT-STATUS
                   MOVE 'ACCEPTED' TO FDR_NOTE
               END-EVALUATE
           END-EVALUATE

           EVALUATE FDR_RECEIPT-STATUS
             WHEN 'A'
               ADD 1 TO WS-FEEDS-ACCEPTED
             WHEN 'E'
               ADD 1 TO WS-FEEDS-EMPTY
             WHEN 'P'
               ADD 1 TO WS-FEEDS-WARNED
             WHEN OTHER
               ADD 1 TO WS-FEEDS-FAILED
               DISPLAY 'FEEDGATE - ' FDR_FEED-NAME ' FAILED: '
                       FDR_NOTE
           END-EVALUATE
           .

       FIND-EARLIER-RECEIPT.
      * THE SAME FINGERPRINT ACCEPTED ON ANY EARLIER CYCLE MEANS
      * THE SENDER HAS SENT THE FILE AGAIN, OR IT WAS NEVER
      * REPLACED SINCE IT WAS PROCESSED. PAYIN AND THE INTRADAY
      * DROP ARE ONE FAMILY, AND AN INTRADAY DROP ALREADY LOADED
      * TODAY COUNTS - THE NIGHT RERUN SWEEP ONLY EVER CLEARS THE
      * NIGHT'S OWN ROWS, SO THOSE ARE THE ONLY SAME-DAY ROWS LEFT
      * OUT.
           EXEC SQL
              SELECT COALESCE(MAX(CYCLE_DATE), ' ')
                INTO :WS-DUP-CYCLE
                FROM KALA12.FEED_RECEIPT
               WHERE FEED_NAME IN (:FDR_FEED-NAME, :WS-TWIN-FEED-NAME)
                 AND RECEIPT_STATUS = 'A'
                 AND (CYCLE_DATE <> :FDR_CYCLE-DATE
                      OR FEED_NAME = 'PAYINTRA')
                 AND RECORD_COUNT   = :FDR_RECORD-COUNT
                 AND HASH_TOTAL     = :FDR_HASH-TOTAL
                 AND FIRST_RECORD   = :FDR_FIRST-RECORD
                 AND LAST_RECORD    = :FDR_LAST-RECORD
           END-EXEC
           MOVE 'LOOK FOR EARLIER FEED RECEIPT' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       RECORD-FEED-RECEIPT.
           EXEC SQL
              INSERT INTO KALA12.FEED_RECEIPT
                    (CYCLE_DATE, FEED_NAME, RECEIPT_STATUS,
                     HEADER_DATE, RECORD_COUNT, HASH_TOTAL,
                     FIRST_RECORD, LAST_RECORD, CHECKED_TS, NOTE)
              VALUES (:FDR_CYCLE-DATE, :FDR_FEED-NAME,
                      :FDR_RECEIPT-STATUS, :FDR_HEADER-DATE,
                      :FDR_RECORD-COUNT, :FDR_HASH-TOTAL,
                      :FDR_FIRST-RECORD, :FDR_LAST-RECORD,
                      CURRENT TIMESTAMP, :FDR_NOTE)
           END-EXEC
           MOVE 'INSERT FEED_RECEIPT ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE FDR_FEED-NAME               TO RPT-FEED-NAME
           MOVE WS-FEED-REQUIRED (WS-FEED-IX) TO RPT-REQUIRED
           MOVE WS-FEED-CUTOFF (WS-FEED-IX)   TO RPT-CUTOFF
           MOVE FDR_RECEIPT-STATUS          TO RPT-STATUS
           MOVE FDR_RECORD-COUNT            TO RPT-RECORDS
           MOVE FDR_HASH-TOTAL              TO RPT-HASH-TOTAL
           MOVE FDR_NOTE                    TO RPT-NOTE
           WRITE GATE-REPORT-LINE FROM WS-FEED-LINE
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
