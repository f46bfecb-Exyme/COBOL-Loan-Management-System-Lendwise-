           EXEC SQL INCLUDE FEESCHED END-EXEC.                          00381031
           EXEC SQL INCLUDE PROCDATE END-EXEC.                          00381041
           EXEC SQL INCLUDE SUSPENSE END-EXEC.                          00381051
           EXEC SQL INCLUDE INTRAPAY END-EXEC.                          46010001
           EXEC SQL INCLUDE LNJRNL  END-EXEC.                           47010001
           EXEC SQL INCLUDE PPADJ   END-EXEC.                           48010001
                                                                        00390000
      * FILE-STATUS.                                                    00410000
       01 FS-INFILE         PIC X(02).                                  00420000
       01 WS-EARLIEST-DATE  PIC X(10).                                  45534615
       01 WS-BV-INTEGER     PIC S9(9) USAGE COMP.                       45534616
       01 WS-BV-NUM         PIC 9(8).                                   45534617
                                                                        46010002
      * RUN-MODE=INTRADAY (FROM THE INTRADAY PARMLIB MEMBER) MARKS      46010003
      * A DAYTIME MINI-CYCLE LOAD OF THE INTRADAY PAYIN DROP - EVERY    46010004
      * PAYMENT ROW IT WRITES IS LOGGED IN INTRADAY_PAYMENT SO THE      46010005
      * INTRADAY LNDWISE4 PASS APPLIES JUST THOSE INVOICES. ANY LOAD    46010006
      * THAT MEETS ONE OF THOSE PAYMENTS AGAIN (THE NIGHT PAYIN         46010007
      * CARRIES THE WHOLE DAY) SKIPS IT - THE MONEY IS ON FILE.         46010008
       01 WS-RUN-MODE        PIC X(8) VALUE "NIGHTLY".                  46010009
         88 INTRADAY-RUN     VALUE "INTRADAY".                          46010010
       01 WS-INTRADAY-COUNT  PIC S9(9) USAGE COMP.                      46010011
       01 WS-INTRADAY-LOGGED PIC 9(03) VALUE 0.                         46010012
       01 WS-INTRADAY-SEEN   PIC 9(03) VALUE 0.                         46010013
                                                                        47010002
      * EVERY PAYMENT RECEIVED, REVERSED OR NSF FEE RAISED HERE IS ALSO 47010003
      * POSTED TO THE LOAN'S TRANSACTION JOURNAL THROUGH JRNLPOST.      47010004
       01 WS-JRNL-RC         PIC S9(4) USAGE COMP.                      47010005
       01 WS-JRNL-TOTAL      PIC 9(05) VALUE 0.                         47010006
                                                                        48010002
      * A PAYMENT WHOSE PAID DATE FALLS IN AN ACCOUNTING PERIOD         48010003
      * FINANCE HAS CLOSED IS LOGGED AS A PRIOR-PERIOD ADJUSTMENT       48010004
      * THROUGH PERDCHK.                                                48010005
       01 WS-PERD-RC         PIC S9(4) USAGE COMP.                      48010006
       01 WS-PPA-FLAG        PIC X(1).                                  48010007
       01 WS-PRIOR-PERIOD-TOTAL PIC 9(05) VALUE 0.                      48010008
                                                                        45534501
      * FOR LOCKBOX REMITTANCES KEYED BY LOAN-ID - SEE THE 600-         45534502
      * SECTIONS BELOW.                                                 45534503
       01 WS-LBX-LOAN-ID     PIC S9(9) USAGE COMP.                      45534510
       01 WS-LBX-LAST-INVOICE PIC S9(9) USAGE COMP.                     45534511
       01 WS-LBX-ALLOC-COUNT PIC 9(03).                                 45534512
                                                                        45534531
      * FOR TRUSTEE PLAN PAYMENTS ('TRS') ON A BANKRUPTCY CASE - THE    45534532
      * TRUSTEE REMITS BY LOAN-ID LIKE THE LOCKBOX AND IS ALLOCATED     45534533
      * THE SAME WAY, BUT POSTS WITH CHANNEL 'TRUSTEE' SO AUTOPAY       45534534
      * NEVER DEBITS OVER IT - SEE 650-TRUSTEE-CONTROL.                 45534535
       01 WS-TRS-FLAG        PIC X VALUE "N".                           45534536
         88 TRUSTEE-RECORD   VALUE "Y".                                 45534537
       01 WS-TRUSTEE-TOTAL   PIC 9(03) VALUE 0.                         45534538
       01 WS-TRS-LBX-BEFORE  PIC 9(03).                                 45534539
       01 WS-TRS-CASE-COUNT  PIC S9(9) USAGE COMP.                      45534540
       01 WS-TRS-CASE-NUMBER PIC X(15).                                 45534541
       01 WS-TRS-LOAN-ID     PIC S9(9) USAGE COMP.                      45534542
                                                                        45534513
      * THE LOAN'S OPEN INSTALLMENTS, OVERDUE FIRST THEN EARLIEST       45534514
      * DUE DATE - THE SAME ORDER LNDWISE4'S CASCADES FILL THEM,        45534515
         88 ERR-6           VALUE "INVALID DATE.".                      00465406
         88 ERR-7           VALUE "NO SUCH PAYMENT.".                   00465411
         88 ERR-8           VALUE "PLAN ROW ARCHIVED.".                 00465412
         88 ERR-9           VALUE "NO SUCH BK CASE.".                   00465413
                                                                        00465505
                                                                        00465905
      ***************************************************************   00466000
                        PERFORM 400-REVERSAL-CONTROL                    00590222
                     WHEN LOCKBOX-RECORD                                00590223
                        PERFORM 600-LOCKBOX-CONTROL                     00590224
                     WHEN TRUSTEE-RECORD                                00590225
                        PERFORM 650-TRUSTEE-CONTROL                     00590226
                     WHEN OTHER                                         00590225
                        PERFORM 210-ERROR-CONTROL                       00590226
                   END-EVALUATE                                         00590227
                                                                        00060967
           DISPLAY "PAYMENT - BACKVALUE-DAYS IN EFFECT: "               00060968
                   WS-BACKVALUE-DAYS                                    00060969
           DISPLAY "PAYMENT - RUN-MODE IN EFFECT: " WS-RUN-MODE         46010014
                                                                        00060970
      * THE EARLIEST ACCEPTABLE PAID DATE, AS YYYY-MM-DD.               00060971
           MOVE WS-CURRENT-DATE TO WS-BV-NUM                            00060972
                     DISPLAY "PAYMENT - BAD PARM VALUE IGNORED: "       00061014
                             PARM-RECORD                                00061015
                  END-IF                                                00061016
                WHEN "RUN-MODE"                                         46010015
                  IF WS-PARM-TOKEN = "INTRADAY" OR "NIGHTLY"            46010016
                     MOVE WS-PARM-TOKEN TO WS-RUN-MODE                  46010017
                  ELSE                                                  46010018
                     DISPLAY "PAYMENT - BAD PARM VALUE IGNORED: "       46010019
                             PARM-RECORD                                46010020
                  END-IF                                                46010021
                WHEN OTHER                                              00061017
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH         00061018
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.         00061019
                    ADD 1 TO READ-CNTR                                  00820911
                    MOVE "N" TO WS-REV-FLAG                             00820920
                    MOVE "N" TO WS-LBX-FLAG                             00820921
                    MOVE "N" TO WS-TRS-FLAG                             00820932
                    EVALUATE DATA-RECORDS(1:3)                          00820922
                      WHEN "REV"                                        00820923
                         MOVE "Y" TO WS-REV-FLAG                        00820924
                      WHEN "LBX"                                        00820926
                         MOVE "Y" TO WS-LBX-FLAG                        00820927
                         MOVE DATA-RECORDS TO LOCKBOX-DETAILS           00820928
                      WHEN "TRS"                                        00820933
                         MOVE "Y" TO WS-TRS-FLAG                        00820934
                         MOVE DATA-RECORDS TO TRUSTEE-DETAILS           00820935
                      WHEN OTHER                                        00820929
                         CONTINUE                                       00820930
                    END-EVALUATE                                        00820931
           END-IF                                                       00916327
                                                                        00916328
           IF WS-DUP-COUNT > 0                                          00916329
      * A PAYMENT THE INTRADAY MINI-CYCLE ALREADY LOADED IS NOT A       46010022
      * DUPLICATE TO SUSPEND - IT IS THE SAME MONEY, ALREADY ON         46010023
      * FILE (AND USUALLY ALREADY APPLIED).                             46010024
              PERFORM 308-CHECK-INTRADAY-LOADED                         46010025
              IF WS-INTRADAY-COUNT > 0                                  46010026
                 PERFORM 309-SKIP-INTRADAY-LOADED                       46010027
              ELSE                                                      46010028
                 MOVE "DUPLICATE PAYMENT-ID" TO WS-SUSP-REASON          46010029
                 PERFORM 320-WRITE-SUSPENSE                             46010030
              END-IF                                                    46010031
           ELSE                                                         00916332
              EXEC SQL                                                  00916333
                 SELECT COUNT(*)                                        00916334
           END-IF.                                                      00916354
                                                                        00916355
                                                                        00916356
       308-CHECK-INTRADAY-LOADED SECTION.                               46010032
      * THE SAME PAYMENT-ID AND PAID-DATE LOGGED BY AN INTRADAY LOAD    46010033
      * INSIDE THE BACK-VALUE WINDOW.                                   46010034
                                                                        46010035
           EXEC SQL                                                     46010036
              SELECT COUNT(*)                                           46010037
                INTO :WS-INTRADAY-COUNT                                 46010038
                FROM KALA12.INTRADAY_PAYMENT                            46010039
               WHERE PAYMENT_ID    = :PAY_PAYMENT-ID                    46010040
                 AND PAID_DATE     = :PAY_PAID-DATE                     46010041
                 AND BUSINESS_DATE >= :WS-EARLIEST-DATE                 46010042
           END-EXEC                                                     46010043
                                                                        46010044
           IF SQLCODE NOT = 0                                           46010045
              DISPLAY "SQL ERROR ON INTRADAY CHECK: " SQLCODE           46010046
              MOVE 0 TO WS-INTRADAY-COUNT                               46010047
           END-IF.                                                      46010048
                                                                        46010049
                                                                        46010050
       309-SKIP-INTRADAY-LOADED SECTION.                                46010051
                                                                        46010052
           DISPLAY SPACE                                                46010053
           DISPLAY "ALREADY LOADED INTRADAY - SKIPPED: " PAY_PAYMENT-ID 46010054
           DISPLAY "CURRENT RECORD NUMBER: " READ-CNTR                  46010055
           ADD 1 TO WS-INTRADAY-SEEN.                                   46010056
                                                                        46010057
                                                                        46010058
       315-LOG-INTRADAY-PAYMENT SECTION.                                46010059
      * RECORDS A PAYMENT ROW THIS INTRADAY LOAD JUST WROTE, FOR THE    46010060
      * INTRADAY LNDWISE4 PASS TO APPLY.                                46010061
                                                                        46010062
           MOVE WS-DATE-FOR-CALC TO IDP_BUSINESS-DATE                   46010063
           MOVE PAY_PAYMENT-ID   TO IDP_PAYMENT-ID                      46010064
           MOVE PAY_INVOICE-ID   TO IDP_INVOICE-ID                      46010065
           MOVE PAY_PAID-AMOUNT  TO IDP_PAID-AMOUNT                     46010066
           MOVE PAY_PAID-DATE    TO IDP_PAID-DATE                       46010067
           MOVE "L"              TO IDP_APPLY-STATUS                    46010068
                                                                        46010069
           EXEC SQL                                                     46010070
              INSERT INTO KALA12.INTRADAY_PAYMENT                       46010071
                     (BUSINESS_DATE, PAYMENT_ID, INVOICE_ID,            46010072
                      PAID_AMOUNT, PAID_DATE, LOADED_TS,                46010073
                      APPLY_STATUS)                                     46010074
              VALUES (:IDP_BUSINESS-DATE, :IDP_PAYMENT-ID,              46010075
                      :IDP_INVOICE-ID, :IDP_PAID-AMOUNT,                46010076
                      :IDP_PAID-DATE, CURRENT TIMESTAMP,                46010077
                      :IDP_APPLY-STATUS)                                46010078
           END-EXEC                                                     46010079
                                                                        46010080
           IF SQLCODE = 0                                               46010081
              ADD 1 TO WS-INTRADAY-LOGGED                               46010082
           ELSE                                                         46010083
              DISPLAY "SQL ERROR ON INTRADAY_PAYMENT INSERT: " SQLCODE  46010084
           END-IF.                                                      46010085
                                                                        46010086
                                                                        46010087
       330-POST-LOAN-JOURNAL SECTION.                                   47010013
      * ONE MONEY MOVEMENT TO THE LOAN'S TRANSACTION JOURNAL. THE       47010014
      * CALLING SECTION HAS FILLED THE LJR_ FIELDS; A FAILED POST IS    47010015
      * REPORTED LIKE ANY OTHER SQL ERROR AND THE LOAD GOES ON.         47010016
                                                                        47010017
           MOVE "PAYMENT" TO LJR_SOURCE-PGM                             47010018
                                                                        47010019
           CALL "JRNLPOST" USING LJR_LOAN-ID, LJR_TRAN-CODE,            47010020
                                 LJR_EFFECTIVE-DATE, LJR_AMOUNT,        47010021
                                 LJR_PRIN-AMOUNT, LJR_INT-AMOUNT,       47010022
                                 LJR_FEE-AMOUNT, LJR_ESC-AMOUNT,        47010023
                                 LJR_SOURCE-PGM, LJR_REFERENCE-ID,      47010024
                                 WS-JRNL-RC                             47010025
                                                                        47010026
           IF WS-JRNL-RC = 0                                            47010027
              ADD 1 TO WS-JRNL-TOTAL                                    47010028
           ELSE                                                         47010029
              DISPLAY "SQL ERROR ON LOAN_JOURNAL: " WS-JRNL-RC          47010030
                      " LOAN: " LJR_LOAN-ID                             47010031
           END-IF.                                                      47010032
                                                                        47010033
                                                                        47010034
       335-JOURNAL-PAYMENT-RECEIVED SECTION.                            47010035
      * THE CASH AS RECEIVED - HOW IT SPLITS INTO FEES, INTEREST AND    47010036
      * PRINCIPAL IS JOURNALED WHEN LNDWISE4 APPLIES IT.                47010037
                                                                        47010038
           EXEC SQL                                                     47010039
              SELECT LOAN_ID                                            47010040
                INTO :LJR_LOAN-ID                                       47010041
                FROM KALA12.PAYPLAN                                     47010042
               WHERE INVOICE_ID = :PAY_INVOICE-ID                       47010043
           END-EXEC                                                     47010044
                                                                        47010045
           IF SQLCODE NOT = 0                                           47010046
              DISPLAY "SQL ERROR FINDING LOAN FOR JOURNAL: " SQLCODE    47010047
           ELSE                                                         47010048
              MOVE "PYMT"          TO LJR_TRAN-CODE                     47010049
              MOVE PAY_PAID-DATE   TO LJR_EFFECTIVE-DATE                47010050
              MOVE PAY_PAID-AMOUNT TO LJR_AMOUNT                        47010051
              MOVE 0 TO LJR_PRIN-AMOUNT LJR_INT-AMOUNT                  47010052
                        LJR_FEE-AMOUNT LJR_ESC-AMOUNT                   47010053
              MOVE PAY_PAYMENT-ID  TO LJR_REFERENCE-ID                  47010054
              PERFORM 330-POST-LOAN-JOURNAL                             47010055
              PERFORM 340-CHECK-ACCT-PERIOD                             48010009
           END-IF.                                                      47010056
                                                                        47010057
                                                                        47010058
       340-CHECK-ACCT-PERIOD SECTION.                                   48010010
      * THE PAYMENT KEEPS ITS PAID DATE - INTEREST RUNS FROM IT - BUT   48010011
      * IF FINANCE HAS CLOSED THAT PERIOD IT BOOKS TO THE OPEN ONE      48010012
      * AS A PRIOR-PERIOD ADJUSTMENT. A FAILED CHECK IS REPORTED        48010013
      * LIKE ANY OTHER SQL ERROR AND THE LOAD GOES ON.                  48010014
                                                                        48010015
           MOVE LJR_LOAN-ID        TO PPA_LOAN-ID                       48010016
           MOVE LJR_TRAN-CODE      TO PPA_TRAN-CODE                     48010017
           MOVE LJR_EFFECTIVE-DATE TO PPA_VALUE-DATE                    48010018
           MOVE LJR_AMOUNT         TO PPA_AMOUNT                        48010019
           MOVE LJR_SOURCE-PGM     TO PPA_SOURCE-PGM                    48010020
           MOVE LJR_REFERENCE-ID   TO PPA_REFERENCE-ID                  48010021
                                                                        48010022
           CALL "PERDCHK" USING PPA_LOAN-ID, PPA_TRAN-CODE,             48010023
                                PPA_VALUE-DATE, PPA_AMOUNT,             48010024
                                PPA_SOURCE-PGM, PPA_REFERENCE-ID,       48010025
                                WS-PPA-FLAG, WS-PERD-RC                 48010026
                                                                        48010027
           IF WS-PERD-RC NOT = 0                                        48010028
              DISPLAY "SQL ERROR ON PRIOR_PERIOD_ADJ: " WS-PERD-RC      48010029
                      " LOAN: " LJR_LOAN-ID                             48010030
           ELSE                                                         48010031
              IF WS-PPA-FLAG = "Y"                                      48010032
                 ADD 1 TO WS-PRIOR-PERIOD-TOTAL                         48010033
              END-IF                                                    48010034
           END-IF.                                                      48010035
                                                                        48010036
                                                                        48010037
       345-JOURNAL-REVERSAL SECTION.                                    47010059
      * THE PAYMENT BACKED OUT. ONLY THE INSTALLMENTS REOPEN - THE      47010060
      * PRINCIPAL MOVES WHEN LNDWISE4 NEXT RECONCILES THE LOAN.         47010061
                                                                        47010062
           MOVE PLAN_LOAN-ID    TO LJR_LOAN-ID                          47010063
           MOVE "PREV"          TO LJR_TRAN-CODE                        47010064
           MOVE WS-DATE-FOR-CALC TO LJR_EFFECTIVE-DATE                  47010065
           MOVE PAY_PAID-AMOUNT TO LJR_AMOUNT                           47010066
           MOVE 0 TO LJR_PRIN-AMOUNT LJR_INT-AMOUNT                     47010067
                     LJR_FEE-AMOUNT LJR_ESC-AMOUNT                      47010068
           MOVE PAY_PAYMENT-ID  TO LJR_REFERENCE-ID                     47010069
           PERFORM 330-POST-LOAN-JOURNAL.                               47010070
                                                                        47010071
                                                                        47010072
       355-JOURNAL-NSF-FEE SECTION.                                     47010073
                                                                        47010074
           MOVE PLAN_LOAN-ID      TO LJR_LOAN-ID                        47010075
           MOVE "FEE "            TO LJR_TRAN-CODE                      47010076
           MOVE WS-DATE-FOR-CALC  TO LJR_EFFECTIVE-DATE                 47010077
           MOVE WS-NSF-FEE-AMOUNT TO LJR_AMOUNT                         47010078
           MOVE WS-NSF-FEE-AMOUNT TO LJR_FEE-AMOUNT                     47010079
           MOVE 0 TO LJR_PRIN-AMOUNT LJR_INT-AMOUNT LJR_ESC-AMOUNT      47010080
           MOVE PAY_INVOICE-ID    TO LJR_REFERENCE-ID                   47010081
           PERFORM 330-POST-LOAN-JOURNAL.                               47010082
                                                                        47010083
                                                                        47010084
       320-WRITE-SUSPENSE SECTION.                                      00916357
      * SUSPENSE ROWS ARE NOT REJECTS - THE DATA IS CLEAN, WE JUST      00916358
      * ALREADY HAVE THE MONEY ON FILE. OPS REVIEWS AND RE-KEYS ONLY    00916359
           IF SQLCODE = 0                                               00918206
              DISPLAY "INSERT WAS SUCCESSFULL. SQLCODE: "               00918306
              ADD 1 TO WS-INSERTED-TOTAL                                00918307
              IF INTRADAY-RUN                                           46010088
                 PERFORM 315-LOG-INTRADAY-PAYMENT                       46010089
              END-IF                                                    46010090
              PERFORM 335-JOURNAL-PAYMENT-RECEIVED                      47010007
           ELSE                                                         00918406
              DISPLAY "SQL ERROR: " SQLCODE                             00918506
              ADD 1 TO WS-REJECTED-TOTAL                                00918507
                 SET ERR-8 TO TRUE                                      00918964
                 PERFORM 490-REVERSAL-REJECT                            00918966
              ELSE                                                      00918968
                 PERFORM 345-JOURNAL-REVERSAL                           47010009
                 PERFORM 425-RESTORE-THIS-INSTALLMENT                   47010010
                 PERFORM 440-ASSESS-NSF-FEE                             00918971
              END-IF                                                    00918972
           END-IF.                                                      00918974
                    END-EXEC                                            00919230
                    IF SQLCODE NOT = 0                                  00919231
                       DISPLAY "SQL ERROR ON FEE_ASSESSED: " SQLCODE    00919232
                    ELSE                                                47010011
                       PERFORM 355-JOURNAL-NSF-FEE                      47010012
                    END-IF                                              00919233
                                                                        00919234
                    ADD 1 TO WS-NSF-TOTAL                               00919235
           END-IF                                                       00919301
                                                                        00919302
           IF WS-DUP-COUNT > 0                                          00919303
              MOVE LBX-PAID-DATE TO PAY_PAID-DATE                       46010091
              PERFORM 308-CHECK-INTRADAY-LOADED                         46010092
              IF WS-INTRADAY-COUNT > 0                                  46010093
                 PERFORM 309-SKIP-INTRADAY-LOADED                       46010094
              ELSE                                                      46010095
                 MOVE "DUPLICATE PAYMENT-ID" TO WS-SUSP-REASON          46010096
                 PERFORM 320-WRITE-SUSPENSE                             46010097
              END-IF                                                    46010098
           ELSE                                                         00919306
              PERFORM 620-ALLOCATE-REMITTANCE                           00919307
           END-IF.                                                      00919308
              ADD 1 TO WS-LBX-ALLOC-COUNT                               00919419
              ADD 1 TO WS-LBX-SPLITS                                    00919420
              ADD 1 TO WS-INSERTED-TOTAL                                00919421
              IF INTRADAY-RUN                                           46010099
                 PERFORM 315-LOG-INTRADAY-PAYMENT                       46010100
              END-IF                                                    46010101
              PERFORM 335-JOURNAL-PAYMENT-RECEIVED                      47010008
              DISPLAY "ALLOCATED " WS-LBX-ALLOC                         00919422
                      " TO INVOICE: " PAY_INVOICE-ID                    00919423
                      " AS PAYMENT: " PAY_PAYMENT-ID                    00919424
           MOVE ERR-REASON TO REJ-REASON                                00919435
           WRITE REJECT-RECORD                                          00919436
           ADD 1 TO WS-REJECTED-TOTAL.                                  00919437
                                                                        00919439
                                                                        00919440
       650-TRUSTEE-CONTROL SECTION.                                     00919441
      * A CHAPTER 13 TRUSTEE PAYS US UNDER THE DEBTOR'S PLAN, KEYED     00919442
      * BY LOAN-ID AND CASE NUMBER. THE LOAN MUST BE ON THAT CASE -     00919443
      * ANY STATUS, SINCE THE TRUSTEE'S LAST DISBURSEMENTS CAN          00919444
      * ARRIVE AFTER A DISMISSAL. THE MONEY IS THEN SPLIT ACROSS THE    00919445
      * OPEN INSTALLMENTS EXACTLY AS A LOCKBOX REMITTANCE IS, UNDER     00919446
      * CHANNEL 'TRUSTEE'.                                              00919447
                                                                        00919448
           DISPLAY SPACE                                                00919449
           DISPLAY "TRUSTEE RECORD: CASE " TRS-CASE-NUMBER              00919450
                                                                        00919451
           IF TRS-LOAN-ID = SPACES                                      00919452
              OR TRS-LOAN-ID IS NOT NUMERIC                             00919453
              OR TRS-LOAN-ID = "000000000"                              00919454
              SET ERR-2 TO TRUE                                         00919455
              PERFORM 690-LOCKBOX-REJECT                                00919456
           ELSE                                                         00919457
              MOVE TRS-LOAN-ID     TO WS-TRS-LOAN-ID                    00919458
              MOVE TRS-CASE-NUMBER TO WS-TRS-CASE-NUMBER                00919459
                                                                        00919460
              EXEC SQL                                                  00919461
                 SELECT COUNT(*)                                        00919462
                   INTO :WS-TRS-CASE-COUNT                              00919463
                   FROM KALA12.BK_CASE_LOAN                             00919464
                  WHERE CASE_NUMBER = :WS-TRS-CASE-NUMBER               00919465
                    AND LOAN_ID     = :WS-TRS-LOAN-ID                   00919466
              END-EXEC                                                  00919467
                                                                        00919468
              IF SQLCODE NOT = 0                                        00919469
                 DISPLAY "SQL ERROR ON TRUSTEE CASE CHECK: " SQLCODE    00919470
                 MOVE 0 TO WS-TRS-CASE-COUNT                            00919471
              END-IF                                                    00919472
                                                                        00919473
              IF WS-TRS-CASE-COUNT = 0                                  00919474
                 SET ERR-9 TO TRUE                                      00919475
                 PERFORM 690-LOCKBOX-REJECT                             00919476
              ELSE                                                      00919477
                 MOVE TRS-RECORD-TYPE TO LBX-RECORD-TYPE                00919478
                 MOVE TRS-PAYMENT-ID  TO LBX-PAYMENT-ID                 00919479
                 MOVE TRS-LOAN-ID     TO LBX-LOAN-ID                    00919480
                 MOVE TRS-PAID-AMT    TO LBX-PAID-AMT                   00919481
                 MOVE TRS-PAID-DATE   TO LBX-PAID-DATE                  00919482
                 MOVE "TRUSTEE"       TO LBX-PAYMENT-CHANNEL            00919483
                 MOVE WS-LOCKBOX-TOTAL TO WS-TRS-LBX-BEFORE             00919484
                 PERFORM 600-LOCKBOX-CONTROL                            00919485
                 IF WS-LOCKBOX-TOTAL > WS-TRS-LBX-BEFORE                00919486
                    SUBTRACT 1 FROM WS-LOCKBOX-TOTAL                    00919487
                    ADD 1 TO WS-TRUSTEE-TOTAL                           00919488
                 END-IF                                                 00919489
              END-IF                                                    00919490
           END-IF.                                                      00919491
                                                                        00919438
       500-CLOSE-FILE SECTION.                                          00919206
      * CLOSING THE INFILE AND THE REJECT FILE.                         00919300
           DISPLAY "RECORDS SUSPENDED: " WS-SUSPENSE-TOTAL              00940912
           DISPLAY "LOCKBOX PAYMENTS:  " WS-LOCKBOX-TOTAL               00940913
           DISPLAY "LOCKBOX SPLITS:    " WS-LBX-SPLITS                  00940914
           DISPLAY "TRUSTEE PAYMENTS:  " WS-TRUSTEE-TOTAL               00940915
           DISPLAY "LOGGED INTRADAY:   " WS-INTRADAY-LOGGED             46010102
           DISPLAY "SEEN INTRADAY:     " WS-INTRADAY-SEEN               46010103
           DISPLAY "JOURNAL POSTINGS:  " WS-JRNL-TOTAL                  47010201
           DISPLAY "PRIOR-PERIOD ADJ:  " WS-PRIOR-PERIOD-TOTAL          48010038
           DISPLAY "================================================"   00941009
           .                                                            00941019
                                                                        00950000
