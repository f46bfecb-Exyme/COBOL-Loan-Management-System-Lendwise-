       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACDVPROC.
       AUTHOR. ISURU, WONA & MALENE.
      ********************************************************
      *      BATCH PROGRAM CONNECTED TO "LENDWISE" MAIN PGM. *
      *                                                      *
      * FUNCTION: CREDIT BUREAU DISPUTE (ACDV) INTAKE AND    *
      * RESPONSE. EACH NIGHT -                               *
      * 1. THE BUREAUS' AUTOMATED DISPUTE VERIFICATION FILE  *
      *    (ACDVIN, OPTIONAL) IS LOADED INTO BUREAU_DISPUTE. *
      *    EACH DISPUTE IS TIED TO THE BUREAU_LOG ROW FOR    *
      *    THE LOAN AND DISPUTED CYCLE (THE LATEST CYCLE     *
      *    WHEN THE BUREAU GIVES NONE) AND THE LOAN'S        *
      *    POSITION AT THAT CYCLE IS REBUILT FROM THE        *
      *    PAYPLAN STATUS TRAIL, PAYPLAN_HIST AND CHARGEOFF  *
      *    THE WAY BUREXT DERIVES IT. A MATCH IS ANSWERED    *
      *    'VERIFIED' (01), A DIFFERENCE 'MODIFIED' (23)     *
      *    WITH THE CORRECT FIGURES, ON ACDVOUT.             *
      *    IDENTITY CLAIMS, DISPUTES WITH NO SUBMISSION OR   *
      *    THE WRONG CUSTOMER, AND LOANS WHOSE SCHEDULE WAS  *
      *    REBUILT SINCE THE CYCLE STAY OPEN FOR AN ANALYST. *
      * 2. ANALYST DECISIONS (ACDVDEC, OPTIONAL) ANSWER AND  *
      *    CLOSE OPEN DISPUTES ON ACDVOUT THE SAME WAY.      *
      * 3. EVERY DISPUTE STILL OPEN IS AGED (DSPAGE) AGAINST *
      *    ITS RESPONSE DEADLINE - THE BUREAU'S DUE DATE, OR *
      *    DISPUTE-RESP-DAYS (DEFAULT 30) AFTER RECEIPT.     *
      *    DISPUTES PAST DEADLINE SET RC 4; DISPUTE-WARN-    *
      *    DAYS (DEFAULT 5) FLAGS THOSE ABOUT TO BE.         *
      * WHILE A DISPUTE IS OPEN BUREXT REPORTS THE LOAN WITH *
      * COMPLIANCE CONDITION 'XB'.                           *
      ********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACDVIN ASSIGN TO ACDVIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ACDVIN.

           SELECT ACDVDEC ASSIGN TO ACDVDEC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ACDVDEC.

           SELECT RSPOUT ASSIGN TO ACDVOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ACDVOUT.

           SELECT AGEOUT ASSIGN TO DSPAGE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DSPAGE.

      * OPS-TUNABLE RUN PARAMETERS, READ AT STARTUP.
           SELECT PARMIN ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARMFILE.

       DATA DIVISION.
       FILE SECTION.

      * ONE DISPUTE PER 'D' RECORD AS THE BUREAUS SEND IT. HEADER
      * AND TRAILER RECORDS ARE PASSED OVER.
       FD ACDVIN
            RECORDING MODE F.
       01 ACDV-RECORD.
          05 ACD-RECORD-TYPE    PIC X(1).
          05 ACD-CONTROL-NUMBER PIC X(15).
          05 ACD-BUREAU-CODE    PIC X(2).
          05 ACD-LOAN-ID        PIC 9(9).
          05 ACD-CUSTOMER-ID    PIC 9(9).
          05 ACD-CONSUMER-NAME  PIC X(30).
          05 ACD-DISPUTE-CODE   PIC X(3).
          05 ACD-RECEIVED-DATE  PIC X(10).
          05 ACD-RESPONSE-DUE   PIC X(10).
          05 ACD-CYCLE-DATE     PIC X(10).
          05 ACD-CLAIMED-STATUS PIC X(2).
          05 ACD-CLAIMED-BALANCE PIC 9(13)V99.
          05 FILLER             PIC X(84).

      * AN ANALYST'S ANSWER TO A DISPUTE LEFT OPEN FOR REVIEW.
       FD ACDVDEC
            RECORDING MODE F.
       01 DECISION-RECORD.
          05 DEC-CONTROL-NUMBER PIC X(15).
          05 DEC-RESPONSE-CODE  PIC X(2).
          05 DEC-CORRECT-STATUS PIC X(2).
          05 DEC-CORRECT-BALANCE PIC 9(13)V99.
          05 DEC-CORRECT-DPD    PIC 9(3).
          05 DEC-OPERATOR-ID    PIC X(8).
          05 FILLER             PIC X(35).

       FD RSPOUT
            RECORDING MODE F.
       01 RESPONSE-RECORD       PIC X(200).

       FD AGEOUT
            RECORDING MODE F.
       01 AGING-REPORT-LINE     PIC X(132).

       FD PARMIN
            RECORDING MODE F.
       01 PARM-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE BUREAULG END-EXEC.
           EXEC SQL INCLUDE BURDISP  END-EXEC.

      * FILE STATUS.
       01 FS-ACDVIN             PIC X(02).
       01 FS-ACDVDEC            PIC X(02).
       01 FS-ACDVOUT            PIC X(02).
       01 FS-DSPAGE             PIC X(02).
       01 EOF-ACDV              PIC X VALUE 'N'.
         88 END-OF-ACDV         VALUE 'Y'.
       01 EOF-DECISION          PIC X VALUE 'N'.
         88 END-OF-DECISION     VALUE 'Y'.

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.

       01 WS-CURRENT-DATE.
          05 WS-DATE-YYYY       PIC X(4).
          05 WS-DATE-MM         PIC X(2).
          05 WS-DATE-DD         PIC X(2).
       01 WS-TODAY-DASHED       PIC X(10).
       01 WS-TODAY-NUM          PIC 9(8).
       01 WS-TODAY-INTEGER      PIC S9(9) USAGE COMP.

      * RESPONSE DEADLINES - PARMFILE-TUNABLE, SAME MECHANISM AS THE
      * OTHER BATCH PROGRAMS. THE FCRA GIVES 30 DAYS FROM RECEIPT.
       01 FS-PARMFILE           PIC X(2).
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
         88 PARM-EOF-YES        VALUE 'Y'.
       01 WS-PARM-KEY           PIC X(20).
       01 WS-PARM-VALUE         PIC X(60).
       01 WS-PARM-TOKEN         PIC X(20).
       01 WS-PARM-LEN           PIC 9(4) USAGE COMP.
       01 WS-RESPONSE-DAYS      PIC 9(3) VALUE 30.
       01 WS-WARN-DAYS          PIC 9(3) VALUE 5.

      * DASHED DATE <-> INTEGER DAY NUMBER WORK AREAS.
       01 WS-WORK-DASHED        PIC X(10).
       01 WS-WORK-NUM           PIC 9(8).
       01 WS-WORK-INTEGER       PIC S9(9) USAGE COMP.
       01 WS-RECEIVED-INTEGER   PIC S9(9) USAGE COMP.
       01 WS-DAYS-OPEN          PIC S9(9) USAGE COMP.
       01 WS-DAYS-LEFT          PIC S9(9) USAGE COMP.

      * POSITION OF THE LOAN AS AT THE DISPUTED CYCLE, DERIVED THE
      * WAY BUREXT DERIVED IT ON THE NIGHT.
       01 WS-AS-OF-DATE         PIC X(10).
       01 WS-AS-OF-INTEGER      PIC S9(9) USAGE COMP.
       01 WS-HIST-REASON        PIC X(1).
       01 WS-OLDEST-OVERDUE     PIC X(10).
       01 WS-DUE-INTEGER        PIC S9(9) USAGE COMP.
       01 WS-DAYS-LATE          PIC S9(9) USAGE COMP.
       01 WS-BALANCE            PIC S9(15)V9(2) USAGE COMP-3.
       01 WS-STATUS-CODE        PIC X(2).
       01 WS-DPD                PIC S9(4) USAGE COMP.
       01 WS-ROW-COUNT          PIC S9(9) USAGE COMP.

       01 WS-RECORD-OK          PIC X(1).
         88 RECORD-OK           VALUE 'Y'.

      * RUN CONTROL TOTALS.
       01 WS-DISPUTES-READ      PIC 9(7) VALUE 0.
       01 WS-DISPUTES-LOADED    PIC 9(7) VALUE 0.
       01 WS-DISPUTES-REJECTED  PIC 9(7) VALUE 0.
       01 WS-AUTO-VERIFIED      PIC 9(7) VALUE 0.
       01 WS-AUTO-MODIFIED      PIC 9(7) VALUE 0.
       01 WS-LEFT-FOR-REVIEW    PIC 9(7) VALUE 0.
       01 WS-DECISIONS-APPLIED  PIC 9(7) VALUE 0.
       01 WS-DECISIONS-REJECTED PIC 9(7) VALUE 0.
       01 WS-RESPONSES-WRITTEN  PIC 9(7) VALUE 0.
       01 WS-OPEN-COUNT         PIC 9(7) VALUE 0.
       01 WS-OVERDUE-COUNT      PIC 9(7) VALUE 0.

      * RESPONSE FILE - HEADER, ONE DETAIL PER ANSWERED DISPUTE,
      * TRAILER WITH THE RECORD COUNT.
       01 RSP-FILE-HEADER.
          05 FILLER             PIC X(1)  VALUE 'H'.
          05 FILLER             PIC X(9)  VALUE 'LENDWISE '.
          05 RSPH-DATE          PIC X(10).
          05 FILLER             PIC X(180) VALUE SPACES.

       01 RSP-DETAIL.
          05 FILLER             PIC X(1)  VALUE 'D'.
          05 RSP-CONTROL-NUMBER PIC X(15).
          05 RSP-BUREAU-CODE    PIC X(2).
          05 RSP-LOAN-ID        PIC 9(9).
          05 RSP-CUSTOMER-ID    PIC 9(9).
          05 RSP-RESPONSE-CODE  PIC X(2).
          05 RSP-CYCLE-DATE     PIC X(10).
          05 RSP-REPORTED-STATUS PIC X(2).
          05 RSP-REPORTED-BALANCE PIC 9(13)V99.
          05 RSP-REPORTED-DPD   PIC 9(3).
          05 RSP-CORRECT-STATUS PIC X(2).
          05 RSP-CORRECT-BALANCE PIC 9(13)V99.
          05 RSP-CORRECT-DPD    PIC 9(3).
      * THE COMPLIANCE CONDITION THE ACCOUNT NOW CARRIES - 'XH',
      * DISPUTE RESOLVED BY THE FURNISHER.
          05 RSP-COMPLIANCE     PIC X(2).
          05 RSP-RESPONSE-DATE  PIC X(10).
          05 RSP-RESPONDED-BY   PIC X(8).
          05 FILLER             PIC X(92).

       01 RSP-FILE-TRAILER.
          05 FILLER             PIC X(1)  VALUE 'T'.
          05 RSPT-COUNT         PIC 9(9).
          05 FILLER             PIC X(190) VALUE SPACES.

      * AGING REPORT LINES.
       01 WS-RPT-HEADER.
          05 FILLER             PIC X(40)
                     VALUE 'OPEN CREDIT BUREAU DISPUTES - AGING AT '.
          05 RPT-DATE           PIC X(10).
          05 FILLER             PIC X(82) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER             PIC X(17) VALUE 'CONTROL NUMBER'.
          05 FILLER             PIC X(4)  VALUE 'BUR'.
          05 FILLER             PIC X(11) VALUE 'LOAN'.
          05 FILLER             PIC X(11) VALUE 'CUSTOMER'.
          05 FILLER             PIC X(12) VALUE 'RECEIVED'.
          05 FILLER             PIC X(12) VALUE 'RESPOND BY'.
          05 FILLER             PIC X(6)  VALUE ' OPEN'.
          05 FILLER             PIC X(7)  VALUE '  LEFT'.
          05 FILLER             PIC X(10) VALUE 'AGING'.
          05 FILLER             PIC X(5)  VALUE 'CODE'.
          05 FILLER             PIC X(20) VALUE 'REVIEW REASON'.
          05 FILLER             PIC X(17) VALUE SPACES.

       01 WS-RPT-DETAIL.
          05 RPTD-CONTROL-NUMBER PIC X(15).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-BUREAU-CODE   PIC X(2).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-LOAN-ID       PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-CUSTOMER-ID   PIC 9(9).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-RECEIVED      PIC X(10).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-DUE           PIC X(10).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-DAYS-OPEN     PIC ZZZ9.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-DAYS-LEFT     PIC -ZZZ9.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-AGING         PIC X(8).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-DISPUTE-CODE  PIC X(3).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 RPTD-REVIEW-REASON PIC X(20).
          05 FILLER             PIC X(17) VALUE SPACES.

       01 WS-RPT-FOOTER.
          05 FILLER             PIC X(18) VALUE 'DISPUTES OPEN:    '.
          05 RPTF-OPEN          PIC ZZZZZZ9.
          05 FILLER             PIC X(5)  VALUE SPACES.
          05 FILLER             PIC X(18) VALUE 'PAST DEADLINE:    '.
          05 RPTF-OVERDUE       PIC ZZZZZZ9.
          05 FILLER             PIC X(77) VALUE SPACES.

       01 WS-RPT-BLANK          PIC X(132) VALUE SPACES.

      *****************************************************
      *  EVERY DISPUTE NOT YET ANSWERED, NEAREST DEADLINE *
      *  FIRST.                                           *
      *****************************************************
           EXEC SQL
             DECLARE C-OPEN-DISPUTES CURSOR FOR
               SELECT CONTROL_NUMBER, BUREAU_CODE, LOAN_ID,
                      CUSTOMER_ID, DISPUTE_CODE, RECEIVED_DATE,
                      RESPONSE_DUE, REVIEW_REASON
                 FROM KALA12.BUREAU_DISPUTE
                WHERE DISPUTE_STATUS = 'O'
                ORDER BY RESPONSE_DUE, CONTROL_NUMBER
           END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 'ACDVPROC - CREDIT BUREAU DISPUTE PROCESSING.'

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
             DELIMITED BY SIZE
             INTO WS-TODAY-DASHED
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)

           PERFORM READ-RUN-PARAMETERS

           OPEN OUTPUT RSPOUT
           IF FS-ACDVOUT NOT = '00'
              DISPLAY 'ACDVPROC - ERROR OPENING RESPONSE FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-ACDVOUT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT AGEOUT
           IF FS-DSPAGE NOT = '00'
              DISPLAY 'ACDVPROC - ERROR OPENING AGING REPORT.'
              DISPLAY 'FILE STATUS CODE: ' FS-DSPAGE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TODAY-DASHED TO RSPH-DATE
           WRITE RESPONSE-RECORD FROM RSP-FILE-HEADER

           PERFORM LOAD-DISPUTES
           PERFORM APPLY-DECISIONS

           MOVE WS-RESPONSES-WRITTEN TO RSPT-COUNT
           WRITE RESPONSE-RECORD FROM RSP-FILE-TRAILER

           PERFORM WRITE-AGING-REPORT

           EXEC SQL
              COMMIT
           END-EXEC

           CLOSE RSPOUT
           CLOSE AGEOUT

           DISPLAY 'ACDVPROC - DISPUTES READ:          '
                   WS-DISPUTES-READ
           DISPLAY 'ACDVPROC - DISPUTES LOADED:        '
                   WS-DISPUTES-LOADED
           DISPLAY 'ACDVPROC - DISPUTES REJECTED:      '
                   WS-DISPUTES-REJECTED
           DISPLAY 'ACDVPROC - ANSWERED VERIFIED:      '
                   WS-AUTO-VERIFIED
           DISPLAY 'ACDVPROC - ANSWERED MODIFIED:      '
                   WS-AUTO-MODIFIED
           DISPLAY 'ACDVPROC - LEFT FOR ANALYST:       '
                   WS-LEFT-FOR-REVIEW
           DISPLAY 'ACDVPROC - ANALYST DECISIONS:      '
                   WS-DECISIONS-APPLIED
           DISPLAY 'ACDVPROC - DECISIONS REJECTED:     '
                   WS-DECISIONS-REJECTED
           DISPLAY 'ACDVPROC - RESPONSES WRITTEN:      '
                   WS-RESPONSES-WRITTEN
           DISPLAY 'ACDVPROC - DISPUTES STILL OPEN:    '
                   WS-OPEN-COUNT
           DISPLAY 'ACDVPROC - OPEN PAST DEADLINE:     '
                   WS-OVERDUE-COUNT

      * A DISPUTE PAST ITS DEADLINE IS A REGULATORY BREACH IN THE
      * MAKING - RC 4 PUTS IT IN FRONT OF OPS.
           IF WS-OVERDUE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN
           .

       READ-RUN-PARAMETERS.
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A
      * MISSING PARMFILE LEAVES THE COMPILED DEFAULTS IN EFFECT.
           OPEN INPUT PARMIN
           IF FS-PARMFILE NOT = '00'
              DISPLAY 'ACDVPROC - NO PARMFILE (STATUS ' FS-PARMFILE
                      ') - DEFAULTS IN EFFECT.'
           ELSE
              PERFORM READ-PARM-RECORD
              PERFORM UNTIL PARM-EOF-YES
                 PERFORM APPLY-PARM-RECORD
                 PERFORM READ-PARM-RECORD
              END-PERFORM
              CLOSE PARMIN
           END-IF

           DISPLAY 'ACDVPROC - DISPUTE-RESP-DAYS IN EFFECT: '
                   WS-RESPONSE-DAYS
           DISPLAY 'ACDVPROC - DISPUTE-WARN-DAYS IN EFFECT:     '
                   WS-WARN-DAYS
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
                WHEN 'DISPUTE-RESP-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-RESPONSE-DAYS
                  ELSE
                     DISPLAY 'ACDVPROC - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN 'DISPUTE-WARN-DAYS'
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)
                       TO WS-WARN-DAYS
                  ELSE
                     DISPLAY 'ACDVPROC - BAD PARM VALUE IGNORED: '
                             PARM-RECORD
                  END-IF
                WHEN OTHER
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       LOAD-DISPUTES.
      * THE FEED IS OPTIONAL - MOST NIGHTS THE BUREAUS SEND NOTHING.
           OPEN INPUT ACDVIN
           IF FS-ACDVIN NOT = '00'
              DISPLAY 'ACDVPROC - NO DISPUTE FILE TODAY. '
                      'FILE STATUS: ' FS-ACDVIN
           ELSE
              PERFORM READ-ACDV-RECORD
              PERFORM UNTIL END-OF-ACDV
                 IF ACD-RECORD-TYPE = 'D'
                    ADD 1 TO WS-DISPUTES-READ
                    PERFORM LOAD-ONE-DISPUTE
                 END-IF
                 PERFORM READ-ACDV-RECORD
              END-PERFORM
              CLOSE ACDVIN
           END-IF
           .

       READ-ACDV-RECORD.
           READ ACDVIN
              AT END
                 MOVE 'Y' TO EOF-ACDV
           END-READ
           .

       LOAD-ONE-DISPUTE.
           MOVE 'Y' TO WS-RECORD-OK

           EVALUATE TRUE
             WHEN ACD-CONTROL-NUMBER = SPACES
               OR ACD-LOAN-ID NOT NUMERIC
               OR ACD-CUSTOMER-ID NOT NUMERIC
               DISPLAY 'ACDVPROC - BAD DISPUTE RECORD SKIPPED: '
                       ACDV-RECORD(1:80)
               MOVE 'N' TO WS-RECORD-OK
             WHEN (ACD-RECEIVED-DATE NOT = SPACES
                   AND (ACD-RECEIVED-DATE(1:4) NOT NUMERIC
                        OR ACD-RECEIVED-DATE(6:2) NOT NUMERIC
                        OR ACD-RECEIVED-DATE(9:2) NOT NUMERIC))
               OR (ACD-RESPONSE-DUE NOT = SPACES
                   AND (ACD-RESPONSE-DUE(1:4) NOT NUMERIC
                        OR ACD-RESPONSE-DUE(6:2) NOT NUMERIC
                        OR ACD-RESPONSE-DUE(9:2) NOT NUMERIC))
               DISPLAY 'ACDVPROC - BAD DATE ON DISPUTE, CONTROL: '
                       ACD-CONTROL-NUMBER ' - DISPUTE REJECTED'
               MOVE 'N' TO WS-RECORD-OK
             WHEN ACD-BUREAU-CODE NOT = 'EQ'
              AND ACD-BUREAU-CODE NOT = 'EX'
              AND ACD-BUREAU-CODE NOT = 'TU'
               DISPLAY 'ACDVPROC - UNKNOWN BUREAU ' ACD-BUREAU-CODE
                       ', CONTROL: ' ACD-CONTROL-NUMBER
                       ' - DISPUTE REJECTED'
               MOVE 'N' TO WS-RECORD-OK
             WHEN OTHER
               CONTINUE
           END-EVALUATE

      * A FILE SENT TWICE MUST NOT OPEN THE SAME DISPUTE TWICE.
           IF RECORD-OK
              MOVE ACD-CONTROL-NUMBER TO DSP_CONTROL-NUMBER
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM KALA12.BUREAU_DISPUTE
                  WHERE CONTROL_NUMBER = :DSP_CONTROL-NUMBER
              END-EXEC
              MOVE 'CHECK DUPLICATE DISPUTE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              IF WS-ROW-COUNT > 0
                 DISPLAY 'ACDVPROC - DUPLICATE DISPUTE, CONTROL: '
                         ACD-CONTROL-NUMBER ' - DISPUTE REJECTED'
                 MOVE 'N' TO WS-RECORD-OK
              END-IF
           END-IF

           IF NOT RECORD-OK
              ADD 1 TO WS-DISPUTES-REJECTED
           ELSE
              PERFORM BUILD-DISPUTE-ROW
              PERFORM INVESTIGATE-DISPUTE
              PERFORM INSERT-DISPUTE-ROW
              ADD 1 TO WS-DISPUTES-LOADED

              IF DSP_DISPUTE-STATUS = 'C'
                 PERFORM WRITE-RESPONSE-RECORD
              ELSE
                 ADD 1 TO WS-LEFT-FOR-REVIEW
                 DISPLAY 'ACDVPROC - CONTROL: ' DSP_CONTROL-NUMBER
                         ' LOAN-ID: ' ACD-LOAN-ID
                         ' LEFT FOR ANALYST - ' DSP_REVIEW-REASON
              END-IF
           END-IF
           .

       BUILD-DISPUTE-ROW.
           MOVE ACD-BUREAU-CODE    TO DSP_BUREAU-CODE
           MOVE ACD-LOAN-ID        TO DSP_LOAN-ID
           MOVE ACD-CUSTOMER-ID    TO DSP_CUSTOMER-ID
           MOVE ACD-DISPUTE-CODE   TO DSP_DISPUTE-CODE

           IF ACD-RECEIVED-DATE = SPACES
              MOVE WS-TODAY-DASHED   TO DSP_RECEIVED-DATE
           ELSE
              MOVE ACD-RECEIVED-DATE TO DSP_RECEIVED-DATE
           END-IF

      * THE BUREAU'S OWN DUE DATE GOVERNS WHEN IT SENDS ONE;
      * OTHERWISE THE STATUTORY PERIOD RUNS FROM RECEIPT.
           IF ACD-RESPONSE-DUE NOT = SPACES
              MOVE ACD-RESPONSE-DUE TO DSP_RESPONSE-DUE
           ELSE
              MOVE DSP_RECEIVED-DATE TO WS-WORK-DASHED
              PERFORM DASHED-TO-INTEGER
              COMPUTE WS-WORK-INTEGER =
                      WS-WORK-INTEGER + WS-RESPONSE-DAYS
              PERFORM INTEGER-TO-DASHED
              MOVE WS-WORK-DASHED TO DSP_RESPONSE-DUE
           END-IF

           MOVE SPACES TO DSP_CYCLE-DATE DSP_REPORTED-STATUS
                          DSP_CORRECT-STATUS DSP_REVIEW-REASON
                          DSP_RESPONSE-CODE DSP_RESPONDED-DATE
                          DSP_RESPONDED-BY
           MOVE 0      TO DSP_REPORTED-BALANCE DSP_REPORTED-DPD
                          DSP_CORRECT-BALANCE DSP_CORRECT-DPD
           MOVE 'O'    TO DSP_DISPUTE-STATUS
           MOVE 'N'    TO DSP_CLOSURE-REPORTED
           .

       INVESTIGATE-DISPUTE.
      * A CONSUMER WHO SAYS THE ACCOUNT IS NOT THEIRS, OR IS THE
      * PRODUCT OF IDENTITY THEFT, IS NOT ANSWERED FROM THE
      * FIGURES - AN ANALYST HAS TO LOOK.
           IF ACD-DISPUTE-CODE = '001' OR ACD-DISPUTE-CODE = '103'
              MOVE 'IDENTITY CLAIM' TO DSP_REVIEW-REASON
           ELSE
              PERFORM FIND-DISPUTED-SUBMISSION
           END-IF

           IF DSP_REVIEW-REASON = SPACES
              PERFORM CHECK-SCHEDULE-REBUILT
           END-IF

           IF DSP_REVIEW-REASON = SPACES
              PERFORM DERIVE-CYCLE-POSITION

              MOVE WS-STATUS-CODE TO DSP_CORRECT-STATUS
              MOVE WS-BALANCE     TO DSP_CORRECT-BALANCE
              MOVE WS-DPD         TO DSP_CORRECT-DPD

              IF DSP_CORRECT-STATUS  = DSP_REPORTED-STATUS
                 AND DSP_CORRECT-BALANCE = DSP_REPORTED-BALANCE
                 AND DSP_CORRECT-DPD     = DSP_REPORTED-DPD
                 MOVE '01' TO DSP_RESPONSE-CODE
                 ADD 1 TO WS-AUTO-VERIFIED
              ELSE
                 MOVE '23' TO DSP_RESPONSE-CODE
                 ADD 1 TO WS-AUTO-MODIFIED
              END-IF

              MOVE WS-TODAY-DASHED TO DSP_RESPONDED-DATE
              MOVE 'ACDVPROC'      TO DSP_RESPONDED-BY
              MOVE 'C'             TO DSP_DISPUTE-STATUS
           END-IF
           .

       FIND-DISPUTED-SUBMISSION.
      * NO CYCLE FROM THE BUREAU MEANS THE CONSUMER IS DISPUTING
      * WHAT THE BUREAU HOLDS NOW - OUR LATEST SUBMISSION.
           IF ACD-CYCLE-DATE = SPACES
              MOVE DSP_LOAN-ID TO BUR_LOAN-ID
              EXEC SQL
                 SELECT COALESCE(MAX(CYCLE_DATE), ' ')
                   INTO :BUR_CYCLE-DATE
                   FROM KALA12.BUREAU_LOG
                  WHERE LOAN_ID = :BUR_LOAN-ID
              END-EXEC
              MOVE 'FETCH LATEST BUREAU CYCLE' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE
           ELSE
              MOVE ACD-CYCLE-DATE TO BUR_CYCLE-DATE
           END-IF

           MOVE DSP_LOAN-ID TO BUR_LOAN-ID
           EXEC SQL
              SELECT CUSTOMER_ID, REPORTED_STATUS, REPORTED_BALANCE,
                     DAYS_PAST_DUE
                INTO :BUR_CUSTOMER-ID, :BUR_REPORTED-STATUS,
                     :BUR_REPORTED-BALANCE, :BUR_DAYS-PAST-DUE
                FROM KALA12.BUREAU_LOG
               WHERE LOAN_ID    = :BUR_LOAN-ID
                 AND CYCLE_DATE = :BUR_CYCLE-DATE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE 'FETCH DISPUTED SUBMISSION' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'NO SUBMISSION FOUND' TO DSP_REVIEW-REASON
             WHEN BUR_CUSTOMER-ID NOT = DSP_CUSTOMER-ID
               MOVE BUR_CYCLE-DATE      TO DSP_CYCLE-DATE
               MOVE 'CUSTOMER MISMATCH' TO DSP_REVIEW-REASON
             WHEN OTHER
               MOVE BUR_CYCLE-DATE       TO DSP_CYCLE-DATE
               MOVE BUR_REPORTED-STATUS  TO DSP_REPORTED-STATUS
               MOVE BUR_REPORTED-BALANCE TO DSP_REPORTED-BALANCE
               MOVE BUR_DAYS-PAST-DUE    TO DSP_REPORTED-DPD
           END-EVALUATE
           .

       CHECK-SCHEDULE-REBUILT.
      * SCHEDULE ROWS CARRY NO CREATION DATE. A PLAN RESTRUCTURED
      * ('R') OR SKIP-PAID ('S') AFTER THE CYCLE CANNOT BE WOUND
      * BACK RELIABLY, SO THE ANALYST ANSWERS THOSE.
           MOVE DSP_CYCLE-DATE TO WS-AS-OF-DATE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-COUNT
                FROM KALA12.PAYPLAN_HIST
               WHERE LOAN_ID = :DSP_LOAN-ID
                 AND REASON_CODE IN ('R','S')
                 AND DATE(DELETED_AT) > DATE(:WS-AS-OF-DATE)
           END-EXEC
           MOVE 'CHECK SCHEDULE REBUILT SINCE CYCLE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-ROW-COUNT > 0
              MOVE 'PLAN REBUILT SINCE' TO DSP_REVIEW-REASON
           END-IF
           .

       DERIVE-CYCLE-POSITION.
      * BUREXT'S RULES, APPLIED TO THE BOOKS AS THEY STOOD ON THE
      * CYCLE DATE. A LOAN CLOSED BY THEN REPORTS ITS CLOSURE CODE.
           MOVE 0 TO WS-BALANCE
           MOVE 0 TO WS-DPD

           EXEC SQL
              SELECT COALESCE(MAX(REASON_CODE), ' ')
                INTO :WS-HIST-REASON
                FROM KALA12.PAYPLAN_HIST
               WHERE LOAN_ID = :DSP_LOAN-ID
                 AND REASON_CODE IN ('P','T','F','N')
                 AND DATE(DELETED_AT) <= DATE(:WS-AS-OF-DATE)
           END-EXEC
           MOVE 'FETCH CLOSURE AS AT CYCLE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-HIST-REASON NOT = SPACES
              EVALUATE WS-HIST-REASON
                WHEN 'T'
                  MOVE '05' TO WS-STATUS-CODE
                WHEN 'F'
                  MOVE '64' TO WS-STATUS-CODE
                WHEN OTHER
                  MOVE '13' TO WS-STATUS-CODE
              END-EVALUATE
           ELSE
              PERFORM DERIVE-OPEN-POSITION
           END-IF
           .

       DERIVE-OPEN-POSITION.
      * EACH INSTALLMENT ON THE PLAN AT THE CYCLE - TODAY'S ROWS
      * PLUS ANY ARCHIVED SINCE - TAKES THE LAST STATUS THE
      * PAYPLAN_AUDIT TRAIL GAVE IT ON OR BEFORE THE CYCLE DATE
      * ('DUE' IF IT HAD NOT MOVED YET). BALANCE AND OLDEST
      * OVERDUE DUE DATE THEN FOLLOW AS IN BUREXT.
           EXEC SQL
              SELECT COALESCE(MIN(CASE WHEN S.AS_OF_STATUS =
                                            'OVERDUE'
                                       THEN S.DUE_DATE END), ' '),
                     COALESCE(MIN(CASE WHEN S.AS_OF_STATUS IN
                                       ('DUE','PARTIAL','OVERDUE')
                                       THEN S.REMAINING_LOAN END), 0)
                INTO :WS-OLDEST-OVERDUE, :WS-BALANCE
                FROM (SELECT X.DUE_DATE, X.REMAINING_LOAN,
                             COALESCE(
                               (SELECT MAX(A.NEW_PLAN_STATUS)
                                  FROM KALA12.PAYPLAN_AUDIT A
                                 WHERE A.INVOICE_ID = X.INVOICE_ID
                                   AND A.CHANGE_TIMESTAMP =
                                       (SELECT MAX(B.CHANGE_TIMESTAMP)
                                          FROM KALA12.PAYPLAN_AUDIT B
                                         WHERE B.INVOICE_ID =
                                               X.INVOICE_ID
                                           AND DATE(B.CHANGE_TIMESTAMP)
                                            <= DATE(:WS-AS-OF-DATE))),
                               'DUE') AS AS_OF_STATUS
                        FROM (SELECT INVOICE_ID, DUE_DATE,
                                     REMAINING_LOAN
                                FROM KALA12.PAYPLAN
                               WHERE LOAN_ID = :DSP_LOAN-ID
                              UNION ALL
                              SELECT INVOICE_ID, DUE_DATE,
                                     REMAINING_LOAN
                                FROM KALA12.PAYPLAN_HIST
                               WHERE LOAN_ID = :DSP_LOAN-ID
                                 AND DATE(DELETED_AT) >
                                     DATE(:WS-AS-OF-DATE)) X) S
           END-EXEC
           MOVE 'DERIVE POSITION AS AT CYCLE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           IF WS-OLDEST-OVERDUE NOT = SPACES
              MOVE WS-AS-OF-DATE TO WS-WORK-DASHED
              PERFORM DASHED-TO-INTEGER
              MOVE WS-WORK-INTEGER TO WS-AS-OF-INTEGER
              MOVE WS-OLDEST-OVERDUE TO WS-WORK-DASHED
              PERFORM DASHED-TO-INTEGER
              MOVE WS-WORK-INTEGER TO WS-DUE-INTEGER
              COMPUTE WS-DAYS-LATE =
                      WS-AS-OF-INTEGER - WS-DUE-INTEGER

              EVALUATE TRUE
                WHEN WS-DAYS-LATE >= 120
                  MOVE 120 TO WS-DPD
                WHEN WS-DAYS-LATE >= 90
                  MOVE 090 TO WS-DPD
                WHEN WS-DAYS-LATE >= 60
                  MOVE 060 TO WS-DPD
                WHEN WS-DAYS-LATE >= 30
                  MOVE 030 TO WS-DPD
                WHEN OTHER
                  MOVE 000 TO WS-DPD
              END-EVALUATE
           END-IF

      * CHARGED OFF BY THE CYCLE DATE REPORTS '97' WHATEVER THE
      * DELINQUENCY, AS BUREXT DOES FOR A 'W' LOAN.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-ROW-COUNT
                FROM KALA12.CHARGEOFF
               WHERE LOAN_ID = :DSP_LOAN-ID
                 AND CHARGEOFF_DATE <= :WS-AS-OF-DATE
           END-EXEC
           MOVE 'CHECK CHARGE-OFF AS AT CYCLE' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           EVALUATE TRUE
             WHEN WS-ROW-COUNT > 0
               MOVE '97' TO WS-STATUS-CODE
             WHEN WS-DPD >= 120
               MOVE '82' TO WS-STATUS-CODE
             WHEN WS-DPD >= 90
               MOVE '80' TO WS-STATUS-CODE
             WHEN WS-DPD >= 60
               MOVE '78' TO WS-STATUS-CODE
             WHEN WS-DPD >= 30
               MOVE '71' TO WS-STATUS-CODE
             WHEN OTHER
               MOVE '11' TO WS-STATUS-CODE
           END-EVALUATE
           .

       INSERT-DISPUTE-ROW.
           EXEC SQL
              INSERT INTO KALA12.BUREAU_DISPUTE
                    (CONTROL_NUMBER, BUREAU_CODE, LOAN_ID,
                     CUSTOMER_ID, DISPUTE_CODE, RECEIVED_DATE,
                     RESPONSE_DUE, CYCLE_DATE, REPORTED_STATUS,
                     REPORTED_BALANCE, REPORTED_DPD, CORRECT_STATUS,
                     CORRECT_BALANCE, CORRECT_DPD, REVIEW_REASON,
                     RESPONSE_CODE, RESPONDED_DATE, RESPONDED_BY,
                     DISPUTE_STATUS, CLOSURE_REPORTED)
              VALUES (:DSP_CONTROL-NUMBER, :DSP_BUREAU-CODE,
                      :DSP_LOAN-ID, :DSP_CUSTOMER-ID,
                      :DSP_DISPUTE-CODE, :DSP_RECEIVED-DATE,
                      :DSP_RESPONSE-DUE, :DSP_CYCLE-DATE,
                      :DSP_REPORTED-STATUS, :DSP_REPORTED-BALANCE,
                      :DSP_REPORTED-DPD, :DSP_CORRECT-STATUS,
                      :DSP_CORRECT-BALANCE, :DSP_CORRECT-DPD,
                      :DSP_REVIEW-REASON, :DSP_RESPONSE-CODE,
                      :DSP_RESPONDED-DATE, :DSP_RESPONDED-BY,
                      :DSP_DISPUTE-STATUS, :DSP_CLOSURE-REPORTED)
           END-EXEC
           MOVE 'INSERT BUREAU_DISPUTE ROW' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       APPLY-DECISIONS.
      * THE ANALYSTS' FEED IS OPTIONAL TOO.
           OPEN INPUT ACDVDEC
           IF FS-ACDVDEC NOT = '00'
              DISPLAY 'ACDVPROC - NO ANALYST DECISIONS TODAY. '
                      'FILE STATUS: ' FS-ACDVDEC
           ELSE
              PERFORM READ-DECISION-RECORD
              PERFORM UNTIL END-OF-DECISION
                 PERFORM APPLY-ONE-DECISION
                 PERFORM READ-DECISION-RECORD
              END-PERFORM
              CLOSE ACDVDEC
           END-IF
           .

       READ-DECISION-RECORD.
           READ ACDVDEC
              AT END
                 MOVE 'Y' TO EOF-DECISION
           END-READ
           .

       APPLY-ONE-DECISION.
           MOVE 'Y' TO WS-RECORD-OK

           EVALUATE TRUE
             WHEN DEC-CONTROL-NUMBER = SPACES
               OR DEC-OPERATOR-ID = SPACES
               DISPLAY 'ACDVPROC - BAD DECISION RECORD SKIPPED: '
                       DECISION-RECORD
               MOVE 'N' TO WS-RECORD-OK
             WHEN DEC-RESPONSE-CODE NOT = '01'
              AND DEC-RESPONSE-CODE NOT = '23'
              AND DEC-RESPONSE-CODE NOT = '03'
               DISPLAY 'ACDVPROC - UNKNOWN RESPONSE CODE '
                       DEC-RESPONSE-CODE ', CONTROL: '
                       DEC-CONTROL-NUMBER ' - DECISION REJECTED'
               MOVE 'N' TO WS-RECORD-OK
             WHEN DEC-RESPONSE-CODE = '23'
              AND (DEC-CORRECT-STATUS = SPACES
                   OR DEC-CORRECT-BALANCE NOT NUMERIC
                   OR DEC-CORRECT-DPD NOT NUMERIC)
               DISPLAY 'ACDVPROC - MODIFIED WITHOUT CORRECT FIGURES, '
                       'CONTROL: ' DEC-CONTROL-NUMBER
                       ' - DECISION REJECTED'
               MOVE 'N' TO WS-RECORD-OK
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF RECORD-OK
              MOVE DEC-CONTROL-NUMBER TO DSP_CONTROL-NUMBER
              EXEC SQL
                 SELECT BUREAU_CODE, LOAN_ID, CUSTOMER_ID,
                        CYCLE_DATE, REPORTED_STATUS,
                        REPORTED_BALANCE, REPORTED_DPD,
                        DISPUTE_STATUS
                   INTO :DSP_BUREAU-CODE, :DSP_LOAN-ID,
                        :DSP_CUSTOMER-ID, :DSP_CYCLE-DATE,
                        :DSP_REPORTED-STATUS, :DSP_REPORTED-BALANCE,
                        :DSP_REPORTED-DPD, :DSP_DISPUTE-STATUS
                   FROM KALA12.BUREAU_DISPUTE
                  WHERE CONTROL_NUMBER = :DSP_CONTROL-NUMBER
              END-EXEC
              MOVE 'FETCH DISPUTE FOR DECISION' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              EVALUATE TRUE
                WHEN SQLCODE = 100
                  DISPLAY 'ACDVPROC - NO SUCH DISPUTE, CONTROL: '
                          DEC-CONTROL-NUMBER ' - DECISION REJECTED'
                  MOVE 'N' TO WS-RECORD-OK
                WHEN DSP_DISPUTE-STATUS NOT = 'O'
                  DISPLAY 'ACDVPROC - DISPUTE ALREADY ANSWERED, '
                          'CONTROL: ' DEC-CONTROL-NUMBER
                          ' - DECISION REJECTED'
                  MOVE 'N' TO WS-RECORD-OK
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           END-IF

           IF NOT RECORD-OK
              ADD 1 TO WS-DECISIONS-REJECTED
           ELSE
              EVALUATE DEC-RESPONSE-CODE
                WHEN '01'
                  MOVE DSP_REPORTED-STATUS  TO DSP_CORRECT-STATUS
                  MOVE DSP_REPORTED-BALANCE TO DSP_CORRECT-BALANCE
                  MOVE DSP_REPORTED-DPD     TO DSP_CORRECT-DPD
                WHEN '23'
                  MOVE DEC-CORRECT-STATUS   TO DSP_CORRECT-STATUS
                  MOVE DEC-CORRECT-BALANCE  TO DSP_CORRECT-BALANCE
                  MOVE DEC-CORRECT-DPD      TO DSP_CORRECT-DPD
                WHEN OTHER
                  MOVE SPACES               TO DSP_CORRECT-STATUS
                  MOVE 0                    TO DSP_CORRECT-BALANCE
                  MOVE 0                    TO DSP_CORRECT-DPD
              END-EVALUATE

              MOVE DEC-RESPONSE-CODE TO DSP_RESPONSE-CODE
              MOVE WS-TODAY-DASHED   TO DSP_RESPONDED-DATE
              MOVE DEC-OPERATOR-ID   TO DSP_RESPONDED-BY
              MOVE 'C'               TO DSP_DISPUTE-STATUS

              EXEC SQL
                 UPDATE KALA12.BUREAU_DISPUTE
                    SET CORRECT_STATUS   = :DSP_CORRECT-STATUS,
                        CORRECT_BALANCE  = :DSP_CORRECT-BALANCE,
                        CORRECT_DPD      = :DSP_CORRECT-DPD,
                        RESPONSE_CODE    = :DSP_RESPONSE-CODE,
                        RESPONDED_DATE   = :DSP_RESPONDED-DATE,
                        RESPONDED_BY     = :DSP_RESPONDED-BY,
                        DISPUTE_STATUS   = 'C',
                        CLOSURE_REPORTED = 'N'
                  WHERE CONTROL_NUMBER = :DSP_CONTROL-NUMBER
              END-EXEC
              MOVE 'CLOSE DISPUTE ON DECISION' TO WS-SQL-ACTION
              PERFORM CHECK-SQLCODE

              PERFORM WRITE-RESPONSE-RECORD
              ADD 1 TO WS-DECISIONS-APPLIED

              DISPLAY 'ACDVPROC - CONTROL: ' DSP_CONTROL-NUMBER
                      ' ANSWERED ' DSP_RESPONSE-CODE
                      ' BY ' DSP_RESPONDED-BY
           END-IF
           .

       WRITE-RESPONSE-RECORD.
           MOVE DSP_CONTROL-NUMBER   TO RSP-CONTROL-NUMBER
           MOVE DSP_BUREAU-CODE      TO RSP-BUREAU-CODE
           MOVE DSP_LOAN-ID          TO RSP-LOAN-ID
           MOVE DSP_CUSTOMER-ID      TO RSP-CUSTOMER-ID
           MOVE DSP_RESPONSE-CODE    TO RSP-RESPONSE-CODE
           MOVE DSP_CYCLE-DATE       TO RSP-CYCLE-DATE
           MOVE DSP_REPORTED-STATUS  TO RSP-REPORTED-STATUS
           MOVE DSP_REPORTED-BALANCE TO RSP-REPORTED-BALANCE
           MOVE DSP_REPORTED-DPD     TO RSP-REPORTED-DPD
           MOVE DSP_CORRECT-STATUS   TO RSP-CORRECT-STATUS
           MOVE DSP_CORRECT-BALANCE  TO RSP-CORRECT-BALANCE
           MOVE DSP_CORRECT-DPD      TO RSP-CORRECT-DPD
           MOVE 'XH'                 TO RSP-COMPLIANCE
           MOVE DSP_RESPONDED-DATE   TO RSP-RESPONSE-DATE
           MOVE DSP_RESPONDED-BY     TO RSP-RESPONDED-BY
           WRITE RESPONSE-RECORD FROM RSP-DETAIL

           ADD 1 TO WS-RESPONSES-WRITTEN
           .

       WRITE-AGING-REPORT.
           MOVE WS-TODAY-DASHED TO RPT-DATE
           WRITE AGING-REPORT-LINE FROM WS-RPT-HEADER
           WRITE AGING-REPORT-LINE FROM WS-RPT-BLANK
           WRITE AGING-REPORT-LINE FROM WS-RPT-COLUMNS

           EXEC SQL
              OPEN C-OPEN-DISPUTES
           END-EXEC
           MOVE 'OPEN C-OPEN-DISPUTES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           PERFORM FETCH-OPEN-DISPUTE
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM AGE-ONE-DISPUTE
              PERFORM FETCH-OPEN-DISPUTE
           END-PERFORM

           EXEC SQL
              CLOSE C-OPEN-DISPUTES
           END-EXEC
           MOVE 'CLOSE C-OPEN-DISPUTES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE

           MOVE WS-OPEN-COUNT    TO RPTF-OPEN
           MOVE WS-OVERDUE-COUNT TO RPTF-OVERDUE
           WRITE AGING-REPORT-LINE FROM WS-RPT-BLANK
           WRITE AGING-REPORT-LINE FROM WS-RPT-FOOTER
           .

       FETCH-OPEN-DISPUTE.
           EXEC SQL
              FETCH C-OPEN-DISPUTES
                INTO :DSP_CONTROL-NUMBER, :DSP_BUREAU-CODE,
                     :DSP_LOAN-ID, :DSP_CUSTOMER-ID,
                     :DSP_DISPUTE-CODE, :DSP_RECEIVED-DATE,
                     :DSP_RESPONSE-DUE, :DSP_REVIEW-REASON
           END-EXEC
           MOVE 'FETCH C-OPEN-DISPUTES' TO WS-SQL-ACTION
           PERFORM CHECK-SQLCODE
           .

       AGE-ONE-DISPUTE.
           MOVE DSP_RECEIVED-DATE TO WS-WORK-DASHED
           PERFORM DASHED-TO-INTEGER
           MOVE WS-WORK-INTEGER TO WS-RECEIVED-INTEGER
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER - WS-RECEIVED-INTEGER

           MOVE DSP_RESPONSE-DUE TO WS-WORK-DASHED
           PERFORM DASHED-TO-INTEGER
           COMPUTE WS-DAYS-LEFT = WS-WORK-INTEGER - WS-TODAY-INTEGER

           EVALUATE TRUE
             WHEN WS-DAYS-LEFT < 0
               MOVE 'OVERDUE'  TO RPTD-AGING
               ADD 1 TO WS-OVERDUE-COUNT
               DISPLAY 'ACDVPROC - PAST DEADLINE, CONTROL: '
                       DSP_CONTROL-NUMBER ' DUE ' DSP_RESPONSE-DUE
             WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
               MOVE 'DUE SOON' TO RPTD-AGING
             WHEN OTHER
               MOVE 'OPEN'     TO RPTD-AGING
           END-EVALUATE

           MOVE DSP_CONTROL-NUMBER TO RPTD-CONTROL-NUMBER
           MOVE DSP_BUREAU-CODE    TO RPTD-BUREAU-CODE
           MOVE DSP_LOAN-ID        TO RPTD-LOAN-ID
           MOVE DSP_CUSTOMER-ID    TO RPTD-CUSTOMER-ID
           MOVE DSP_RECEIVED-DATE  TO RPTD-RECEIVED
           MOVE DSP_RESPONSE-DUE   TO RPTD-DUE
           MOVE WS-DAYS-OPEN       TO RPTD-DAYS-OPEN
           MOVE WS-DAYS-LEFT       TO RPTD-DAYS-LEFT
           MOVE DSP_DISPUTE-CODE   TO RPTD-DISPUTE-CODE
           MOVE DSP_REVIEW-REASON  TO RPTD-REVIEW-REASON
           WRITE AGING-REPORT-LINE FROM WS-RPT-DETAIL

           ADD 1 TO WS-OPEN-COUNT
           .

       DASHED-TO-INTEGER.
           MOVE WS-WORK-DASHED(1:4) TO WS-WORK-NUM(1:4)
           MOVE WS-WORK-DASHED(6:2) TO WS-WORK-NUM(5:2)
           MOVE WS-WORK-DASHED(9:2) TO WS-WORK-NUM(7:2)
           COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-NUM)
           .

       INTEGER-TO-DASHED.
           COMPUTE WS-WORK-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE WS-WORK-NUM(1:4) TO WS-WORK-DASHED(1:4)
           MOVE '-'              TO WS-WORK-DASHED(5:1)
           MOVE WS-WORK-NUM(5:2) TO WS-WORK-DASHED(6:2)
           MOVE '-'              TO WS-WORK-DASHED(8:1)
           MOVE WS-WORK-NUM(7:2) TO WS-WORK-DASHED(9:2)
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
