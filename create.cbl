               ORGANIZATION IS SEQUENTIAL                               00030821
               ACCESS MODE IS SEQUENTIAL                                00030822
               FILE STATUS IS FS-PROPFILE.                              00030823
                                                                        00030831
      * TRUTH-IN-LENDING DISCLOSURE DOCUMENT FOR EVERY LOAN             00030832
      * SCHEDULED, AND THE APR TOLERANCE EXCEPTION LIST (LIVE RUNS).    00030833
           SELECT TILAOUT ASSIGN TO TILADOC                             00030834
               ORGANIZATION IS SEQUENTIAL                               00030835
               ACCESS MODE IS SEQUENTIAL                                00030836
               FILE STATUS IS FS-TILADOC.                               00030837
                                                                        00030838
           SELECT TILAEXC ASSIGN TO TILAEXC                             00030839
               ORGANIZATION IS SEQUENTIAL                               00030840
               ACCESS MODE IS SEQUENTIAL                                00030841
               FILE STATUS IS FS-TILAEXC.                               00030842
                                                                        00030904
       DATA DIVISION.                                                   00110004
       FILE SECTION.                                                    00110104
          05 FILLER              PIC X(1).                              00110727
          05 PRP-INTEREST-RATE   PIC Z9.99.                             00110728
          05 FILLER              PIC X(13).                             00110729
                                                                        00110731
       FD TILAOUT                                                       00110732
            RECORDING MODE F.                                           00110733
       01 TILA-DOC-LINE           PIC X(132).                           00110734
                                                                        00110735
       FD TILAEXC                                                       00110736
            RECORDING MODE F.                                           00110737
       01 TILA-EXC-LINE           PIC X(132).                           00110738
                                                                        00110804
       WORKING-STORAGE SECTION.                                         00180004
                                                                        00200004
           EXEC SQL                                                     00041111
              INCLUDE LOANPRTY                                          00041112
           END-EXEC.                                                    00041113
           EXEC SQL                                                     00041121
              INCLUDE FEESCHED                                          00041122
           END-EXEC.                                                    00041123
                                                                        00041104
                                                                        00420004
                                                                        00460004
                WHERE LOAN_ID = :LOAN_LOAN-ID                           00600110
                  AND CUSTOMER_ID NOT = :LOAN_CUSTOMER-ID               00600111
           END-EXEC.                                                    00600112
                                                                        00600121
      *****************************************************             00600122
      *   INSTALLMENTS JUST INSERTED FOR THE CURRENT      *             00600123
      *   LOAN, READ BACK FOR THE TILA DISCLOSURE.        *             00600124
      *****************************************************             00600125
           EXEC SQL                                                     00600126
              DECLARE C-TILA-PLAN CURSOR FOR                            00600127
               SELECT DUE_DATE, PAYMENT_AMOUNT                          00600128
                 FROM PAYPLAN                                           00600129
                WHERE LOAN_ID = :PLAN_LOAN-ID                           00600130
                ORDER BY DUE_DATE                                       00600131
           END-EXEC.                                                    00600132
                                                                        00616229
                                                                        00619930
       01 WS-PAYMENT-PERIOD           PIC 9(9).                         00620030
       01 WS-BUSINESS-DAY-FLAG    PIC X.                                70246215
         88 BUSINESS-DAY          VALUE 'Y'.                            70246216
       01 WS-RAW-DUE-DATE         PIC X(10).                            70246217
                                                                        70246301
      * TRUTH-IN-LENDING DISCLOSURE WORK AREAS. THE DISCLOSURE IS       70246302
      * BUILT FROM THE PAYPLAN ROWS JUST INSERTED FOR THE LOAN, WITH    70246303
      * THE ESCROW SHARE TAKEN BACK OUT OF EVERY INSTALLMENT. THE       70246304
      * PRODUCT'S ORIGINATION FEE - NETTED FROM THE DISBURSEMENT BY     70246305
      * FUNDDISB - IS A PREPAID FINANCE CHARGE, SO IT COMES OFF THE     70246306
      * AMOUNT FINANCED AND INTO THE FINANCE CHARGE.                    70246307
       01 FS-TILADOC              PIC X(2).                             70246308
       01 FS-TILAEXC              PIC X(2).                             70246309
       01 WS-SAVE-SQLCODE         PIC S9(9) USAGE COMP.                 70246310
       01 WS-TILA-PREPAID         PIC S9(15)V9(2) USAGE COMP-3.         70246311
       01 WS-TILA-AMT-FINANCED    PIC S9(15)V9(2) USAGE COMP-3.         70246312
       01 WS-TILA-TOTAL-PAYMENTS  PIC S9(15)V9(2) USAGE COMP-3.         70246313
       01 WS-TILA-FINANCE-CHARGE  PIC S9(15)V9(2) USAGE COMP-3.         70246314
       01 WS-TILA-APR             PIC S9(4)V9(3) USAGE COMP-3.          70246315
       01 WS-TILA-SPREAD          PIC S9(4)V9(3) USAGE COMP-3.          70246316
       01 WS-TILA-PER-YEAR        PIC 9(3).                             70246317
       01 WS-TILA-UNIT-DAYS       PIC 9(3)V9(6).                        70246318
       01 WS-TILA-FREQ-WORD       PIC X(16).                            70246319
       01 WS-TILA-START-INTEGER   PIC 9(9).                             70246320
       01 WS-TILA-DUE-INTEGER     PIC 9(9).                             70246321
       01 WS-TILA-WORK-NUM        PIC 9(8).                             70246322
       01 WS-TILA-COUNT           PIC 9(3).                             70246323
       01 WS-TILA-IDX             PIC 9(3).                             70246324
       01 WS-TILA-GROUP-START     PIC 9(3).                             70246325
       01 WS-TILA-GROUP-SIZE      PIC 9(3).                             70246326
       01 WS-TILA-ITER            PIC 9(3).                             70246327
       01 WS-TILA-TABLE-FLAG      PIC X VALUE 'N'.                      70246328
         88 TILA-TABLE-FULL       VALUE 'Y'.                            70246329
       01 WS-TILA-GROUP-END       PIC X VALUE 'N'.                      70246330
         88 TILA-GROUP-ENDED      VALUE 'Y'.                            70246331
      * THE APR IS THE PERIODIC RATE THAT DISCOUNTS THE PAYMENTS        70246332
      * BACK TO THE AMOUNT FINANCED (ACTUARIAL METHOD, FRACTIONAL       70246333
      * UNIT PERIODS FROM THE CREATION DATE), FOUND BY HALVING THE      70246334
      * INTERVAL, TIMES THE UNIT PERIODS IN A YEAR.                     70246335
       01 WS-TILA-RATE-LO         PIC S9(3)V9(15) USAGE COMP-3.         70246336
       01 WS-TILA-RATE-HI         PIC S9(3)V9(15) USAGE COMP-3.         70246337
       01 WS-TILA-RATE-MID        PIC S9(3)V9(15) USAGE COMP-3.         70246338
       01 WS-TILA-PV              USAGE COMP-2.                         70246339
       01 WS-TILA-DISCOUNT        USAGE COMP-2.                         70246340
       01 WS-TILA-EXAMPLE-PAYMENT PIC S9(15)V9(2) USAGE COMP-3.         70246341
       01 WS-TILA-FLAG-REASON     PIC X(30).                            70246342
       01 WS-TILA-SCHEDULE.                                             70246343
          05 WS-TILA-ENTRY OCCURS 360 TIMES.                            70246344
             10 WS-TILA-DUE-DATE  PIC X(10).                            70246345
             10 WS-TILA-PAYMENT   PIC S9(15)V9(2) USAGE COMP-3.         70246346
             10 WS-TILA-PERIODS   PIC S9(5)V9(6) USAGE COMP-3.          70246347
                                                                        70246348
      * APR TOLERANCE - PARMFILE-TUNABLE, IN THOUSANDTHS OF A           70246349
      * PERCENTAGE POINT. A FEE CAN ONLY RAISE THE APR, SO ONE BELOW    70246350
      * THE NOTE RATE BY MORE THAN TILA-APR-TOLERANCE (DEFAULT 1/8      70246351
      * POINT) IS UNDERSTATED; ONE ABOVE IT BY MORE THAN                70246352
      * TILA-APR-MAX-SPREAD (DEFAULT 3 POINTS) MEANS THE SCHEDULE       70246353
      * OR THE FEE BOOK IS OUT OF LINE WITH THE NOTE.                   70246354
       01 WS-TILA-TOLERANCE       PIC 9(5) VALUE 125.                   70246355
       01 WS-TILA-MAX-SPREAD      PIC 9(5) VALUE 3000.                  70246356
       01 WS-TILA-TOL-POINTS      PIC S9(4)V9(3) USAGE COMP-3.          70246357
       01 WS-TILA-MAX-POINTS      PIC S9(4)V9(3) USAGE COMP-3.          70246358
       01 WS-TILA-DOCS-WRITTEN    PIC 9(7) VALUE 0.                     70246359
       01 WS-TILA-EXCEPTIONS      PIC 9(7) VALUE 0.                     70246360
                                                                        70246401
      * AGGREGATE EXPOSURE - THE CREDIT LIMIT IS CHECKED AGAINST THE    70246402
      * NEW LOAN PLUS THE REMAINING PRINCIPAL (LOAN_BALANCE) ON EVERY   70246403
      * LIVE LOAN THE CUSTOMER OWES, WITH CO-BORROWER AND GUARANTOR     70246404
      * OBLIGATIONS COUNTED AT A PARMFILE-TUNABLE PERCENTAGE            70246405
      * (COBORROWER-EXP-PCT, GUARANTOR-EXP-PCT).                        70246406
       01 WS-EXP-CUSTOMER-ID      PIC S9(9) USAGE COMP.                 70246407
       01 WS-EXP-BORROWED         PIC S9(15)V9(2) USAGE COMP-3.         70246408
       01 WS-EXP-COBORROWED       PIC S9(15)V9(2) USAGE COMP-3.         70246409
       01 WS-EXP-GUARANTEED       PIC S9(15)V9(2) USAGE COMP-3.         70246410
       01 WS-EXP-NEW-SHARE        PIC S9(15)V9(2) USAGE COMP-3.         70246411
       01 WS-EXP-TOTAL            PIC S9(15)V9(2) USAGE COMP-3.         70246412
       01 WS-EXP-COBORROWER-PCT   PIC 9(3) VALUE 100.                   70246413
       01 WS-EXP-GUARANTOR-PCT    PIC 9(3) VALUE 50.                    70246414
       01 WS-EXP-DISPLAY          PIC Z(14)9.99.                        70246415
                                                                        70246361
      * DISCLOSURE DOCUMENT LINES.                                      70246362
       01 TILA-TITLE-LINE.                                              70246363
          05 FILLER               PIC X(40)                             70246364
             VALUE 'TRUTH-IN-LENDING DISCLOSURE STATEMENT'.             70246365
          05 FILLER               PIC X(9) VALUE 'LOAN-ID: '.           70246366
          05 TLT-LOAN-ID          PIC 9(9).                             70246367
          05 FILLER               PIC X(4) VALUE SPACES.                70246368
          05 FILLER               PIC X(6) VALUE 'DATE: '.              70246369
          05 TLT-DATE             PIC X(10).                            70246370
          05 FILLER               PIC X(54) VALUE SPACES.               70246371
                                                                        70246372
       01 TILA-BORROWER-LINE.                                           70246373
          05 FILLER               PIC X(10) VALUE 'BORROWER: '.         70246374
          05 TLB-NAME             PIC X(30).                            70246375
          05 FILLER               PIC X(14) VALUE ' CUSTOMER-ID: '.     70246376
          05 TLB-CUSTOMER-ID      PIC 9(9).                             70246377
          05 FILLER               PIC X(69) VALUE SPACES.               70246378
                                                                        70246379
       01 TILA-BOX-HEAD-1.                                              70246380
          05 FILLER               PIC X(30)                             70246381
             VALUE 'ANNUAL PERCENTAGE RATE'.                            70246382
          05 FILLER               PIC X(30) VALUE 'FINANCE CHARGE'.     70246383
          05 FILLER               PIC X(30) VALUE 'AMOUNT FINANCED'.    70246384
          05 FILLER               PIC X(42) VALUE 'TOTAL OF PAYMENTS'.  70246385
                                                                        70246386
       01 TILA-BOX-HEAD-2.                                              70246387
          05 FILLER               PIC X(30)                             70246388
             VALUE 'THE COST OF YOUR CREDIT AS A'.                      70246389
          05 FILLER               PIC X(30)                             70246390
             VALUE 'THE DOLLAR AMOUNT THE CREDIT'.                      70246391
          05 FILLER               PIC X(30)                             70246392
             VALUE 'THE AMOUNT OF CREDIT PROVIDED'.                     70246393
          05 FILLER               PIC X(42)                             70246394
             VALUE 'THE AMOUNT YOU WILL HAVE PAID'.                     70246395
                                                                        70246396
       01 TILA-BOX-HEAD-3.                                              70246397
          05 FILLER               PIC X(30) VALUE 'YEARLY RATE.'.       70246398
          05 FILLER               PIC X(30) VALUE 'WILL COST YOU.'.     70246399
          05 FILLER               PIC X(30)                             70246400
             VALUE 'TO YOU OR ON YOUR BEHALF.'.                         70246401
          05 FILLER               PIC X(42)                             70246402
             VALUE 'AFTER ALL PAYMENTS ARE MADE.'.                      70246403
                                                                        70246404
       01 TILA-BOX-VALUES.                                              70246405
          05 FILLER               PIC X(3) VALUE SPACES.                70246406
          05 TLV-APR              PIC ZZZ9.99.                          70246407
          05 FILLER               PIC X(20) VALUE ' %'.                 70246408
          05 FILLER               PIC X(1) VALUE '$'.                   70246409
          05 TLV-FINANCE-CHARGE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.               70246410
          05 FILLER               PIC X(11) VALUE SPACES.               70246411
          05 FILLER               PIC X(1) VALUE '$'.                   70246412
          05 TLV-AMT-FINANCED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.               70246413
          05 FILLER               PIC X(11) VALUE SPACES.               70246414
          05 FILLER               PIC X(1) VALUE '$'.                   70246415
          05 TLV-TOTAL-PAYMENTS   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.               70246416
          05 FILLER               PIC X(23) VALUE SPACES.               70246417
                                                                        70246418
       01 TILA-SCHED-HEAD.                                              70246419
          05 FILLER               PIC X(22)                             70246420
             VALUE 'NUMBER OF PAYMENTS'.                                70246421
          05 FILLER               PIC X(24)                             70246422
             VALUE 'AMOUNT OF PAYMENTS'.                                70246423
          05 FILLER               PIC X(86)                             70246424
             VALUE 'WHEN PAYMENTS ARE DUE'.                             70246425
                                                                        70246426
       01 TILA-SCHED-LINE.                                              70246427
          05 FILLER               PIC X(4) VALUE SPACES.                70246428
          05 TLS-COUNT            PIC ZZ9.                              70246429
          05 FILLER               PIC X(15) VALUE SPACES.               70246430
          05 FILLER               PIC X(1) VALUE '$'.                   70246431
          05 TLS-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.               70246432
          05 FILLER               PIC X(5) VALUE SPACES.                70246433
          05 TLS-WHEN             PIC X(40).                            70246434
          05 FILLER               PIC X(46) VALUE SPACES.               70246435
                                                                        70246436
       01 TILA-AMOUNT-LINE.                                             70246437
          05 TLA-TEXT             PIC X(70).                            70246438
          05 FILLER               PIC X(1) VALUE '$'.                   70246439
          05 TLA-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.               70246440
          05 FILLER               PIC X(43) VALUE SPACES.               70246441
                                                                        70246442
       01 TILA-TEXT-LINE          PIC X(132).                           70246443
       01 TILA-RULE-LINE          PIC X(132) VALUE ALL '-'.             70246444
       01 TILA-BLANK-LINE         PIC X(132) VALUE SPACES.              70246445
                                                                        70246446
      * RATE-CHANGE WORDING FOR A VARIABLE-RATE LOAN.                   70246447
       01 TILA-VARIABLE-TEXT.                                           70246448
          05 FILLER               PIC X(66) VALUE                       70246449
             'VARIABLE RATE: THE ANNUAL PERCENTAGE RATE MAY INCREASE'.  70246450
          05 FILLER               PIC X(66) VALUE                       70246451
             'DURING THE TERM OF THIS LOAN. YOUR INTEREST RATE'.        70246452
          05 FILLER               PIC X(66) VALUE                       70246453
             'FOLLOWS THE LENDER''S PUBLISHED RATE FOR YOUR LOAN'.      70246454
          05 FILLER               PIC X(66) VALUE                       70246455
             'PRODUCT AND CHANGES ON THE DATE A NEW PUBLISHED RATE'.    70246456
          05 FILLER               PIC X(66) VALUE                       70246457
             'TAKES EFFECT. YOU WILL BE NOTIFIED BEFORE ANY CHANGE.'.   70246458
          05 FILLER               PIC X(66) VALUE                       70246459
             'THERE IS NO LIMIT ON THE NUMBER OR SIZE OF CHANGES.'.     70246460
          05 FILLER               PIC X(66) VALUE                       70246461
             'AN INCREASE WILL TAKE THE FORM OF HIGHER PAYMENT'.        70246462
          05 FILLER               PIC X(66) VALUE                       70246463
             'AMOUNTS.'.                                                70246464
       01 TILA-VARIABLE-LINES REDEFINES TILA-VARIABLE-TEXT.             70246465
          05 TILA-VARIABLE-LINE   PIC X(66) OCCURS 8 TIMES.             70246466
                                                                        70246467
      * APR TOLERANCE EXCEPTION LIST.                                   70246468
       01 TILA-EXC-HEADER.                                              70246469
          05 FILLER               PIC X(41)                             70246470
             VALUE 'TRUTH-IN-LENDING APR TOLERANCE EXCEPTIONS'.         70246471
          05 FILLER               PIC X(91) VALUE SPACES.               70246472
                                                                        70246473
       01 TILA-EXC-COLUMNS.                                             70246474
          05 FILLER               PIC X(12) VALUE 'LOAN-ID'.            70246475
          05 FILLER               PIC X(12) VALUE 'CUSTOMER'.           70246476
          05 FILLER               PIC X(11) VALUE ' NOTE RATE'.         70246477
          05 FILLER               PIC X(11) VALUE '       APR'.         70246478
          05 FILLER               PIC X(11) VALUE '    SPREAD'.         70246479
          05 FILLER               PIC X(3)  VALUE SPACES.               70246480
          05 FILLER               PIC X(72) VALUE 'REASON'.             70246481
                                                                        70246482
       01 TILA-EXC-DETAIL.                                              70246483
          05 TLE-LOAN-ID          PIC 9(9).                             70246484
          05 FILLER               PIC X(3) VALUE SPACES.                70246485
          05 TLE-CUSTOMER-ID      PIC 9(9).                             70246486
          05 FILLER               PIC X(3) VALUE SPACES.                70246487
          05 TLE-NOTE-RATE        PIC ZZZZZZ9.99.                       70246488
          05 FILLER               PIC X(1) VALUE SPACES.                70246489
          05 TLE-APR              PIC ZZZZZZ9.999.                      70246490
          05 FILLER               PIC X(1) VALUE SPACES.                70246491
          05 TLE-SPREAD           PIC +ZZZZZ9.999.                      70246492
          05 FILLER               PIC X(3) VALUE SPACES.                70246493
          05 TLE-REASON           PIC X(30).                            70246494
          05 FILLER               PIC X(41) VALUE SPACES.               70246495
                                                                        00703006
       PROCEDURE DIVISION.                                              00710004
                                                                        00720004
              END-IF                                                    72101208
              DISPLAY 'WONA - SIMULATION MODE - NO PAYPLAN ROWS '       72101209
                      'WILL BE INSERTED.'                               72101210
           ELSE                                                         72101221
              OPEN OUTPUT TILAOUT                                       72101222
              IF FS-TILADOC NOT = '00'                                  72101223
                 DISPLAY 'WONA - ERROR OPENING DISCLOSURE FILE.'        72101224
                 DISPLAY 'FILE STATUS CODE: ' FS-TILADOC                72101225
                 STOP RUN                                               72101226
              END-IF                                                    72101227
              OPEN OUTPUT TILAEXC                                       72101228
              IF FS-TILAEXC NOT = '00'                                  72101229
                 DISPLAY 'WONA - ERROR OPENING TILA EXCEPTION FILE.'    72101230
                 DISPLAY 'FILE STATUS CODE: ' FS-TILAEXC                72101231
                 STOP RUN                                               72101232
              END-IF                                                    72101233
              WRITE TILA-EXC-LINE FROM TILA-EXC-HEADER                  72101234
              WRITE TILA-EXC-LINE FROM TILA-EXC-COLUMNS                 72101235
           END-IF                                                       72101211
           PERFORM OPEN-CURSOR                                          00730004
                                                                        00731029
           CLOSE REJOUT                                                 00810101
           IF SIMULATE-MODE                                             81010201
              CLOSE PROPOUT                                             81010202
           ELSE                                                         81010211
              CLOSE TILAOUT                                             81010212
              CLOSE TILAEXC                                             81010213
              DISPLAY 'WONA - TILA DISCLOSURES WRITTEN:  '              81010214
                      WS-TILA-DOCS-WRITTEN                              81010215
              DISPLAY 'WONA - TILA APR EXCEPTIONS:       '              81010216
                      WS-TILA-EXCEPTIONS                                81010217
           END-IF                                                       81010203
           STOP RUN                                                     00820004
           .                                                            00830004
      * MONEY. A LOAN WITH NO LOAN_FUNDING ROW AT ALL PREDATES THE      01113335
      * FUNDDISB FEED AND WAS FUNDED OUTSIDE THE SYSTEM, SO IT IS       01113336
      * STILL LET THROUGH.                                              01113337
      * A REFINANCE LOAN FUNDED INTERNALLY ('I') SETTLED THE MOMENT     70113338
      * REFINANC WROTE ITS ROW - IT NEVER WENT NEAR THE BANK.           70113339
                                                                        01113338
           EXEC SQL                                                     01113339
              SELECT FUND_STATUS                                        01113340
               CONTINUE                                                 01113348
             WHEN 0                                                     01113349
               IF FND_FUND-STATUS NOT = 'D'                             01113350
                  AND FND_FUND-STATUS NOT = 'I'                         70113351
                  SET PROCESS-LOAN-NO TO TRUE                           01113351
                  DISPLAY 'SKIPPING LOAN-ID: ' LOAN_LOAN-ID             01113352
                          ' - FUNDING NOT SETTLED'                      01113353
                   , MAX_PAYMENT_PERIOD                                 01123404
                   , REPAY_STRUCTURE                                    01123405
                   , IO_PERIOD_COUNT                                    01123406
                   , MIN_BEHAVIOR_SCORE                                 1123406A
                INTO :TYPE_MIN-INTEREST-RATE                            01123407
                   , :TYPE_MAX-INTEREST-RATE                            01123408
                   , :TYPE_MIN-PAYMENT-PERIOD                           01123409
                   , :TYPE_MAX-PAYMENT-PERIOD                           01123410
                   , :TYPE_REPAY-STRUCTURE                              01123411
                   , :TYPE_IO-PERIOD-COUNT                              01123412
                   , :TYPE_MIN-BEHAVIOR-SCORE                           1123412A
                FROM LOANTYPE                                           01124230
               WHERE ID = :LOAN_TYPE-ID                                 01124330
           END-EXEC                                                     01124430
              SELECT CREDIT_LIMIT                                       01126953
                   , DELINQUENCY_FLAG                                   01126954
                   , STATUS                                             01126955
                   , COALESCE(BEHAVIOR_SCORE, 0)                        1126955A
                INTO :CUSTOMER_CREDIT-LIMIT                             01126956
                   , :CUSTOMER_DELINQUENCY-FLAG                         01126957
                   , :CUSTOMER_STATUS                                   01126958
                   , :CUSTOMER_BEHAVIOR-SCORE                           1126958A
                FROM CUSTOMER                                           01126959
               WHERE ID = :LOAN_CUSTOMER-ID                             01126960
           END-EXEC                                                     01126961
                 PERFORM WRITE-REJECT-RECORD                            1126971B
              END-IF                                                    01126972
                                                                        01126973
      * THE PRODUCT'S BEHAVIOR SCORE CUT-OFF (0 = NONE), FETCHED IN     1126973A
      * VALIDATE-LOAN-TYPE-BOUNDS. A CUSTOMER BEHVSCR HAS NOT SCORED    1126973B
      * YET (0) HAS NO PAYMENT HISTORY TO HOLD AGAINST THEM.            1126973C
              IF TYPE_MIN-BEHAVIOR-SCORE > 0                            1126973D
                 AND CUSTOMER_BEHAVIOR-SCORE > 0                        1126973E
                 AND CUSTOMER_BEHAVIOR-SCORE < TYPE_MIN-BEHAVIOR-SCORE  1126973F
                 SET PROCESS-LOAN-NO TO TRUE                            1126973G
                 DISPLAY 'EXCEPTION - LOAN-ID: ' LOAN_LOAN-ID           1126973H
                         ' BEHAVIOR SCORE BELOW CUT-OFF: '              1126973I
                         LOAN_CUSTOMER-ID                               1126973J
                 MOVE 'BELOW SCORE CUT-OFF' TO WS-REJECT-REASON         1126973K
                 PERFORM WRITE-REJECT-RECORD                            1126973L
              END-IF                                                    1126973M
                                                                        1126973N
              IF CUSTOMER_STATUS NOT = 'A'                              01126974
                 SET PROCESS-LOAN-NO TO TRUE                            01126975
                 DISPLAY 'EXCEPTION - LOAN-ID: ' LOAN_LOAN-ID           01126976
                 PERFORM WRITE-REJECT-RECORD                            1126977B
              END-IF                                                    01126978
                                                                        01126979
      * THE LIMIT COVERS EVERYTHING THE CUSTOMER ALREADY OWES, NOT      11269801
      * JUST THIS LOAN - SEE COMPUTE-CUSTOMER-EXPOSURE.                 11269802
              MOVE LOAN_CUSTOMER-ID TO WS-EXP-CUSTOMER-ID               11269803
              MOVE LOAN_LOAN-AMOUNT TO WS-EXP-NEW-SHARE                 11269804
              PERFORM COMPUTE-CUSTOMER-EXPOSURE                         11269805
                                                                        11269806
              IF SQLCODE NOT = 0                                        11269807
                 SET PROCESS-LOAN-NO TO TRUE                            11269808
                 DISPLAY 'EXCEPTION - LOAN-ID: ' LOAN_LOAN-ID           11269809
                         ' EXPOSURE CHECK FAILED: ' SQLCODE             11269810
                 MOVE 'EXPOSURE CHECK FAIL' TO WS-REJECT-REASON         11269811
                 PERFORM WRITE-REJECT-RECORD                            11269812
              ELSE                                                      11269813
                 IF WS-EXP-TOTAL > CUSTOMER_CREDIT-LIMIT                11269814
                    SET PROCESS-LOAN-NO TO TRUE                         11269815
                    MOVE WS-EXP-TOTAL TO WS-EXP-DISPLAY                 11269816
                    DISPLAY 'EXCEPTION - LOAN-ID: ' LOAN_LOAN-ID        11269817
                            ' TOTAL EXPOSURE EXCEEDS CREDIT LIMIT: '    11269818
                            LOAN_CUSTOMER-ID ' ' WS-EXP-DISPLAY         11269819
                    MOVE 'OVER CREDIT LIMIT' TO WS-REJECT-REASON        11269820
                    PERFORM WRITE-REJECT-RECORD                         11269821
                 END-IF                                                 11269822
              END-IF                                                    11269823
           END-IF                                                       01126986
           .                                                            01126987
                                                                        01126988
                                                                        01126936
       CHECK-ONE-PARTY.                                                 01126937
           EXEC SQL                                                     01126938
              SELECT CREDIT_LIMIT                                       01126939
                   , DELINQUENCY_FLAG                                   11269851
                   , STATUS                                             01126940
                INTO :CUSTOMER_CREDIT-LIMIT                             01126941
                   , :CUSTOMER_DELINQUENCY-FLAG                         11269852
                   , :CUSTOMER_STATUS                                   01126942
                FROM CUSTOMER                                           01126943
               WHERE ID = :PTY_CUSTOMER-ID                              01126944
                 MOVE 'PARTY NOT ACTIVE' TO WS-REJECT-REASON            01126967
                 PERFORM WRITE-REJECT-RECORD                            01126968
              END-IF                                                    01126969
                                                                        11269861
      * THE PARTY TAKES ON THIS LOAN AT ITS ROLE'S WEIGHT, ON TOP OF    11269862
      * WHATEVER IT ALREADY OWES OR STANDS BEHIND.                      11269863
              MOVE PTY_CUSTOMER-ID TO WS-EXP-CUSTOMER-ID                11269864
              IF PTY_PARTY-ROLE = 'G'                                   11269865
                 COMPUTE WS-EXP-NEW-SHARE ROUNDED                       11269866
                 = LOAN_LOAN-AMOUNT * WS-EXP-GUARANTOR-PCT / 100        11269867
              ELSE                                                      11269868
                 COMPUTE WS-EXP-NEW-SHARE ROUNDED                       11269869
                 = LOAN_LOAN-AMOUNT * WS-EXP-COBORROWER-PCT / 100       11269870
              END-IF                                                    11269871
              PERFORM COMPUTE-CUSTOMER-EXPOSURE                         11269872
                                                                        11269873
              IF SQLCODE NOT = 0                                        11269874
                 SET PROCESS-LOAN-NO TO TRUE                            11269875
                 DISPLAY 'EXCEPTION - LOAN-ID: ' LOAN_LOAN-ID           11269876
                         ' PARTY EXPOSURE CHECK FAILED: ' SQLCODE       11269877
                 MOVE 'EXPOSURE CHECK FAIL' TO WS-REJECT-REASON         11269878
                 PERFORM WRITE-REJECT-RECORD                            11269879
              ELSE                                                      11269880
                 IF WS-EXP-TOTAL > CUSTOMER_CREDIT-LIMIT                11269881
                    SET PROCESS-LOAN-NO TO TRUE                         11269882
                    MOVE WS-EXP-TOTAL TO WS-EXP-DISPLAY                 11269883
                    DISPLAY 'EXCEPTION - LOAN-ID: ' LOAN_LOAN-ID        11269884
                            ' PARTY EXPOSURE OVER LIMIT: '              11269885
                            PTY_CUSTOMER-ID ' ' WS-EXP-DISPLAY          11269886
                    MOVE 'PARTY OVER LIMIT' TO WS-REJECT-REASON         11269887
                    PERFORM WRITE-REJECT-RECORD                         11269888
                 END-IF                                                 11269889
              END-IF                                                    11269890
           END-IF                                                       01126970
           .                                                            01126971
                                                                        01126972
       COMPUTE-CUSTOMER-EXPOSURE.                                       11269901
      * WHAT WS-EXP-CUSTOMER-ID WOULD OWE WITH THIS LOAN BOOKED: THE    11269902
      * SHARE OF THE NEW LOAN IN WS-EXP-NEW-SHARE, PLUS THE REMAINING   11269903
      * PRINCIPAL OF EVERY OTHER LIVE LOAN THEY BORROWED, PLUS THEIR    11269904
      * CO-BORROWER AND GUARANTOR OBLIGATIONS AT THE PARMFILE WEIGHTS.  11269905
      * A LOAN NOT YET RECONCILED INTO LOAN_BALANCE (BOOKED TODAY)      11269906
      * COUNTS AT ITS FINANCED AMOUNT SO SAME-DAY LOANS CAN'T STACK.    11269907
      * THE SUMS ALWAYS RETURN A ROW, SO SQLCODE IS ZERO UNLESS DB2     11269908
      * ITSELF FAILED.                                                  11269909
                                                                        11269910
           EXEC SQL                                                     11269911
              SELECT COALESCE(SUM(CASE                                  11269912
                       WHEN L.CUSTOMER_ID = :WS-EXP-CUSTOMER-ID         11269913
                       THEN COALESCE(B.REMAINING_PRINCIPAL,             11269914
                                     L.LOAN_AMOUNT - L.DOWN_PAYMENT)    11269915
                       ELSE 0 END), 0)                                  11269916
                   , COALESCE(SUM(CASE                                  11269917
                       WHEN L.CUSTOMER_ID <> :WS-EXP-CUSTOMER-ID        11269918
                        AND P.PARTY_ROLE = 'C'                          11269919
                       THEN COALESCE(B.REMAINING_PRINCIPAL,             11269920
                                     L.LOAN_AMOUNT - L.DOWN_PAYMENT)    11269921
                       ELSE 0 END), 0)                                  11269922
                   , COALESCE(SUM(CASE                                  11269923
                       WHEN L.CUSTOMER_ID <> :WS-EXP-CUSTOMER-ID        11269924
                        AND P.PARTY_ROLE = 'G'                          11269925
                       THEN COALESCE(B.REMAINING_PRINCIPAL,             11269926
                                     L.LOAN_AMOUNT - L.DOWN_PAYMENT)    11269927
                       ELSE 0 END), 0)                                  11269928
                INTO :WS-EXP-BORROWED                                   11269929
                   , :WS-EXP-COBORROWED                                 11269930
                   , :WS-EXP-GUARANTEED                                 11269931
                FROM LOAN L                                             11269932
                LEFT JOIN KALA12.LOAN_BALANCE B                         11269933
                  ON B.LOAN_ID = L.LOAN_ID                              11269934
                LEFT JOIN KALA12.LOAN_PARTY P                           11269935
                  ON P.LOAN_ID = L.LOAN_ID                              11269936
                 AND P.CUSTOMER_ID = :WS-EXP-CUSTOMER-ID                11269937
                 AND P.PARTY_ROLE IN ('C', 'G')                         11269938
               WHERE (L.CUSTOMER_ID = :WS-EXP-CUSTOMER-ID               11269939
                      OR P.CUSTOMER_ID IS NOT NULL)                     11269940
                 AND L.LOAN_STATUS NOT IN ('C', 'W', 'R')               11269941
                 AND L.LOAN_ID <> :LOAN_LOAN-ID                         11269942
           END-EXEC                                                     11269943
                                                                        11269944
           IF SQLCODE = 0                                               11269945
              COMPUTE WS-EXP-TOTAL ROUNDED                              11269946
              = WS-EXP-NEW-SHARE + WS-EXP-BORROWED                      11269947
              + (WS-EXP-COBORROWED * WS-EXP-COBORROWER-PCT / 100)       11269948
              + (WS-EXP-GUARANTEED * WS-EXP-GUARANTOR-PCT / 100)        11269949
           END-IF                                                       11269950
           .                                                            11269951
                                                                        11269952
       LOOKUP-ESCROW-AMOUNT.                                            01126990
      * PROPERTY-SECURED LOANS CARRY AN ESCROW SUB-ACCOUNT - THE        01126991
      * PER-INSTALLMENT ESCROW SHARE IS BILLED ON TOP OF EVERY          01126992
                                                                        01139730
              IF SQLCODE = 0                                            01139930
                 DISPLAY 'PAYMENT PLAN INSERTED'                        01140030
                 IF NOT SIMULATE-MODE                                   11400301
                    PERFORM WRITE-TILA-DISCLOSURE                       11400302
                 END-IF                                                 11400303
              END-IF                                                    01140123
                                                                        01140223
              END-IF                                                    01140224
           MOVE PLAN_INTEREST-RATE    TO PRP-INTEREST-RATE              12610151
           WRITE PROPOSED-RECORD                                        12610152
           .                                                            12610153
                                                                        12610161
       WRITE-TILA-DISCLOSURE.                                           12610162
      * TRUTH-IN-LENDING DISCLOSURE FOR THE SCHEDULE JUST INSERTED,     12610163
      * FIGURED FROM THE PAYPLAN ROWS AS STORED. THE SQL HERE MUST      12610164
      * NOT DISTURB THE SQLCODE THAT DRIVES THE MAIN FETCH LOOP, SO     12610165
      * IT IS PUT BACK BEFORE RETURNING.                                12610166
           MOVE SQLCODE TO WS-SAVE-SQLCODE                              12610167
           MOVE 0 TO WS-TILA-APR WS-TILA-SPREAD                         12610168
                                                                        12610169
           PERFORM LOAD-TILA-SCHEDULE                                   12610170
                                                                        12610171
           EVALUATE TRUE                                                12610172
             WHEN WS-TILA-COUNT = 0                                     12610173
               MOVE 'NO PAYPLAN ROWS READ BACK' TO WS-TILA-FLAG-REASON  12610174
               PERFORM WRITE-TILA-EXCEPTION                             12610175
             WHEN TILA-TABLE-FULL                                       12610176
               MOVE 'SCHEDULE TOO LONG TO DISCLOSE'                     12610177
                 TO WS-TILA-FLAG-REASON                                 12610178
               PERFORM WRITE-TILA-EXCEPTION                             12610179
             WHEN OTHER                                                 12610180
               PERFORM LOOKUP-PREPAID-FINANCE-CHARGE                    12610181
               COMPUTE WS-TILA-AMT-FINANCED                             12610182
               = WS-TOTAL-LOAN - WS-TILA-PREPAID                        12610183
               COMPUTE WS-TILA-FINANCE-CHARGE                           12610184
               = WS-TILA-TOTAL-PAYMENTS - WS-TILA-AMT-FINANCED          12610185
               PERFORM COMPUTE-TILA-APR                                 12610186
               PERFORM LOOKUP-TILA-BORROWER                             12610187
               PERFORM PRINT-TILA-DOCUMENT                              12610188
               PERFORM CHECK-APR-TOLERANCE                              12610189
           END-EVALUATE                                                 12610190
                                                                        12610191
           MOVE WS-SAVE-SQLCODE TO SQLCODE                              12610192
           .                                                            12610193
                                                                        12610194
       LOAD-TILA-SCHEDULE.                                              12610195
      * READ THE LOAN'S INSTALLMENTS BACK IN DUE-DATE ORDER. EACH       12610196
      * PAYMENT IS TAKEN NET OF THE ESCROW SHARE (ESCROW IS NOT A       12610197
      * FINANCE CHARGE) AND TIMED IN UNIT PERIODS FROM THE CREATION     12610198
      * DATE - A UNIT PERIOD IS THE PAYMENT INTERVAL, MEASURED AS       12610199
      * 365 DAYS OVER THE NUMBER OF PAYMENTS IN A YEAR.                 12610200
           MOVE 0 TO WS-TILA-COUNT WS-TILA-TOTAL-PAYMENTS               12610201
           MOVE 'N' TO WS-TILA-TABLE-FLAG                               12610202
                                                                        12610203
           EVALUATE LOAN_PAYMENT-FREQUENCY                              12610204
              WHEN 'W'                                                  12610205
                 MOVE 52 TO WS-TILA-PER-YEAR                            12610206
                 MOVE 'WEEKLY' TO WS-TILA-FREQ-WORD                     12610207
              WHEN 'B'                                                  12610208
                 MOVE 26 TO WS-TILA-PER-YEAR                            12610209
                 MOVE 'EVERY TWO WEEKS' TO WS-TILA-FREQ-WORD            12610210
              WHEN 'Q'                                                  12610211
                 MOVE 4 TO WS-TILA-PER-YEAR                             12610212
                 MOVE 'QUARTERLY' TO WS-TILA-FREQ-WORD                  12610213
              WHEN OTHER                                                12610214
                 MOVE 12 TO WS-TILA-PER-YEAR                            12610215
                 MOVE 'MONTHLY' TO WS-TILA-FREQ-WORD                    12610216
           END-EVALUATE                                                 12610217
           COMPUTE WS-TILA-UNIT-DAYS ROUNDED = 365 / WS-TILA-PER-YEAR   12610218
                                                                        12610219
           MOVE LOAN_CREATION-DATE(1:4) TO WS-TILA-WORK-NUM(1:4)        12610220
           MOVE LOAN_CREATION-DATE(6:2) TO WS-TILA-WORK-NUM(5:2)        12610221
           MOVE LOAN_CREATION-DATE(9:2) TO WS-TILA-WORK-NUM(7:2)        12610222
           COMPUTE WS-TILA-START-INTEGER = FUNCTION INTEGER-OF-DATE     12610223
              (WS-TILA-WORK-NUM)                                        12610224
                                                                        12610225
           EXEC SQL                                                     12610226
              OPEN C-TILA-PLAN                                          12610227
           END-EXEC                                                     12610228
                                                                        12610229
           IF SQLCODE = 0                                               12610230
              PERFORM FETCH-TILA-PLAN-ROW                               12610231
              PERFORM UNTIL SQLCODE NOT = 0 OR TILA-TABLE-FULL          12610232
                 IF WS-TILA-COUNT = 360                                 12610233
                    SET TILA-TABLE-FULL TO TRUE                         12610234
                 ELSE                                                   12610235
                    ADD 1 TO WS-TILA-COUNT                              12610236
                    MOVE PLAN_DUE-DATE                                  12610237
                      TO WS-TILA-DUE-DATE(WS-TILA-COUNT)                12610238
                    COMPUTE WS-TILA-PAYMENT(WS-TILA-COUNT)              12610239
                    = PLAN_PAYMENT-AMOUNT - ESC_ESCROW-AMOUNT           12610240
                    ADD WS-TILA-PAYMENT(WS-TILA-COUNT)                  12610241
                      TO WS-TILA-TOTAL-PAYMENTS                         12610242
                                                                        12610243
                    MOVE PLAN_DUE-DATE(1:4) TO WS-TILA-WORK-NUM(1:4)    12610244
                    MOVE PLAN_DUE-DATE(6:2) TO WS-TILA-WORK-NUM(5:2)    12610245
                    MOVE PLAN_DUE-DATE(9:2) TO WS-TILA-WORK-NUM(7:2)    12610246
                    COMPUTE WS-TILA-DUE-INTEGER =                       12610247
                       FUNCTION INTEGER-OF-DATE (WS-TILA-WORK-NUM)      12610248
                    COMPUTE WS-TILA-PERIODS(WS-TILA-COUNT) ROUNDED      12610249
                    = (WS-TILA-DUE-INTEGER - WS-TILA-START-INTEGER)     12610250
                      / WS-TILA-UNIT-DAYS                               12610251
                                                                        12610252
                    PERFORM FETCH-TILA-PLAN-ROW                         12610253
                 END-IF                                                 12610254
              END-PERFORM                                               12610255
                                                                        12610256
              EXEC SQL                                                  12610257
                 CLOSE C-TILA-PLAN                                      12610258
              END-EXEC                                                  12610259
           END-IF                                                       12610260
           .                                                            12610261
                                                                        12610262
       FETCH-TILA-PLAN-ROW.                                             12610263
           EXEC SQL                                                     12610264
              FETCH C-TILA-PLAN                                         12610265
               INTO :PLAN_DUE-DATE                                      12610266
                  , :PLAN_PAYMENT-AMOUNT                                12610267
           END-EXEC                                                     12610268
           .                                                            12610269
                                                                        12610270
       LOOKUP-PREPAID-FINANCE-CHARGE.                                   12610271
      * THE PRODUCT'S ORIGINATION FEE, ON THE SAME TERMS FUNDDISB       12610272
      * NETS IT FROM THE DISBURSEMENT: ONLY A POSITIVE FEE SMALLER      12610273
      * THAN THE FINANCED BALANCE IS CHARGED.                           12610274
           MOVE 0 TO WS-TILA-PREPAID                                    12610275
                                                                        12610276
           EXEC SQL                                                     12610277
              SELECT FEE_AMOUNT                                         12610278
                INTO :FSC_FEE-AMOUNT                                    12610279
                FROM KALA12.FEE_SCHEDULE                                12610280
               WHERE TYPE_ID  = :LOAN_TYPE-ID                           12610281
                 AND FEE_CODE = 'ORIG'                                  12610282
           END-EXEC                                                     12610283
                                                                        12610284
           IF SQLCODE = 0                                               12610285
              IF FSC_FEE-AMOUNT > 0                                     12610286
                 AND FSC_FEE-AMOUNT < WS-TOTAL-LOAN                     12610287
                 MOVE FSC_FEE-AMOUNT TO WS-TILA-PREPAID                 12610288
              END-IF                                                    12610289
           END-IF                                                       12610290
           .                                                            12610291
                                                                        12610292
       COMPUTE-TILA-APR.                                                12610293
      * THE PRESENT VALUE OF THE PAYMENTS FALLS AS THE RATE RISES,      12610294
      * SO HALVING [0, 1] FIFTY TIMES PINS THE PERIODIC RATE WELL       12610295
      * INSIDE THE THOUSANDTH OF A POINT THAT IS DISCLOSED.             12610296
           MOVE 0 TO WS-TILA-APR                                        12610297
                                                                        12610298
           IF WS-TILA-FINANCE-CHARGE > 0                                12610299
              AND WS-TILA-AMT-FINANCED > 0                              12610300
              MOVE 0 TO WS-TILA-RATE-LO                                 12610301
              MOVE 1 TO WS-TILA-RATE-HI                                 12610302
              PERFORM VARYING WS-TILA-ITER FROM 1 BY 1                  12610303
                 UNTIL WS-TILA-ITER > 50                                12610304
                 COMPUTE WS-TILA-RATE-MID                               12610305
                 = (WS-TILA-RATE-LO + WS-TILA-RATE-HI) / 2              12610306
                 PERFORM PRESENT-VALUE-AT-RATE                          12610307
                 IF WS-TILA-PV > WS-TILA-AMT-FINANCED                   12610308
                    MOVE WS-TILA-RATE-MID TO WS-TILA-RATE-LO            12610309
                 ELSE                                                   12610310
                    MOVE WS-TILA-RATE-MID TO WS-TILA-RATE-HI            12610311
                 END-IF                                                 12610312
              END-PERFORM                                               12610313
                                                                        12610314
              COMPUTE WS-TILA-APR ROUNDED                               12610315
              = (WS-TILA-RATE-LO + WS-TILA-RATE-HI) / 2                 12610316
                * WS-TILA-PER-YEAR * 100                                12610317
           END-IF                                                       12610318
           .                                                            12610319
                                                                        12610320
       PRESENT-VALUE-AT-RATE.                                           12610321
           MOVE 0 TO WS-TILA-PV                                         12610322
           PERFORM VARYING WS-TILA-IDX FROM 1 BY 1                      12610323
              UNTIL WS-TILA-IDX > WS-TILA-COUNT                         12610324
              COMPUTE WS-TILA-DISCOUNT                                  12610325
              = (1 + WS-TILA-RATE-MID) ** WS-TILA-PERIODS(WS-TILA-IDX)  12610326
              COMPUTE WS-TILA-PV                                        12610327
              = WS-TILA-PV                                              12610328
                + (WS-TILA-PAYMENT(WS-TILA-IDX) / WS-TILA-DISCOUNT)     12610329
           END-PERFORM                                                  12610330
           .                                                            12610331
                                                                        12610332
       LOOKUP-TILA-BORROWER.                                            12610333
           EXEC SQL                                                     12610334
              SELECT NAME                                               12610335
                INTO :CUSTOMER_NAME                                     12610336
                FROM CUSTOMER                                           12610337
               WHERE ID = :LOAN_CUSTOMER-ID                             12610338
           END-EXEC                                                     12610339
                                                                        12610340
           IF SQLCODE NOT = 0                                           12610341
              MOVE SPACES TO CUSTOMER_NAME                              12610342
           END-IF                                                       12610343
           .                                                            12610344
                                                                        12610345
       PRINT-TILA-DOCUMENT.                                             12610346
           MOVE PLAN_LOAN-ID       TO TLT-LOAN-ID                       12610347
           MOVE LOAN_CREATION-DATE TO TLT-DATE                          12610348
           WRITE TILA-DOC-LINE FROM TILA-TITLE-LINE                     12610349
           MOVE CUSTOMER_NAME      TO TLB-NAME                          12610350
           MOVE LOAN_CUSTOMER-ID   TO TLB-CUSTOMER-ID                   12610351
           WRITE TILA-DOC-LINE FROM TILA-BORROWER-LINE                  12610352
           WRITE TILA-DOC-LINE FROM TILA-RULE-LINE                      12610353
                                                                        12610354
           WRITE TILA-DOC-LINE FROM TILA-BOX-HEAD-1                     12610355
           WRITE TILA-DOC-LINE FROM TILA-BOX-HEAD-2                     12610356
           WRITE TILA-DOC-LINE FROM TILA-BOX-HEAD-3                     12610357
           MOVE WS-TILA-APR            TO TLV-APR                       12610358
           MOVE WS-TILA-FINANCE-CHARGE TO TLV-FINANCE-CHARGE            12610359
           MOVE WS-TILA-AMT-FINANCED   TO TLV-AMT-FINANCED              12610360
           MOVE WS-TILA-TOTAL-PAYMENTS TO TLV-TOTAL-PAYMENTS            12610361
           WRITE TILA-DOC-LINE FROM TILA-BOX-VALUES                     12610362
           WRITE TILA-DOC-LINE FROM TILA-RULE-LINE                      12610363
           WRITE TILA-DOC-LINE FROM TILA-BLANK-LINE                     12610364
                                                                        12610365
      * YOUR PAYMENT SCHEDULE WILL BE - ONE LINE PER RUN OF EQUAL       12610366
      * CONSECUTIVE PAYMENTS.                                           12610367
           WRITE TILA-DOC-LINE FROM TILA-SCHED-HEAD                     12610368
           MOVE 1 TO WS-TILA-GROUP-START                                12610369
           PERFORM UNTIL WS-TILA-GROUP-START > WS-TILA-COUNT            12610370
              PERFORM WRITE-TILA-SCHEDULE-LINE                          12610371
           END-PERFORM                                                  12610372
           WRITE TILA-DOC-LINE FROM TILA-BLANK-LINE                     12610373
                                                                        12610374
           MOVE 'ITEMIZATION OF THE AMOUNT FINANCED' TO TILA-TEXT-LINE  12610375
           WRITE TILA-DOC-LINE FROM TILA-TEXT-LINE                      12610376
           MOVE '  LOAN AMOUNT LESS DOWN PAYMENT' TO TLA-TEXT           12610377
           MOVE WS-TOTAL-LOAN TO TLA-AMOUNT                             12610378
           WRITE TILA-DOC-LINE FROM TILA-AMOUNT-LINE                    12610379
           MOVE '  LESS PREPAID FINANCE CHARGE (ORIGINATION FEE)'       12610380
             TO TLA-TEXT                                                12610381
           MOVE WS-TILA-PREPAID TO TLA-AMOUNT                           12610382
           WRITE TILA-DOC-LINE FROM TILA-AMOUNT-LINE                    12610383
           MOVE '  AMOUNT FINANCED' TO TLA-TEXT                         12610384
           MOVE WS-TILA-AMT-FINANCED TO TLA-AMOUNT                      12610385
           WRITE TILA-DOC-LINE FROM TILA-AMOUNT-LINE                    12610386
                                                                        12610387
           IF ESC_ESCROW-AMOUNT > 0                                     12610388
              WRITE TILA-DOC-LINE FROM TILA-BLANK-LINE                  12610389
              MOVE 'ESCROW SHARE BILLED WITH EACH INSTALLMENT'          12610390
                TO TLA-TEXT                                             12610391
              MOVE ESC_ESCROW-AMOUNT TO TLA-AMOUNT                      12610392
              WRITE TILA-DOC-LINE FROM TILA-AMOUNT-LINE                 12610393
              MOVE '(NOT PART OF THE PAYMENTS OR CHARGES SHOWN ABOVE)'  12610394
                TO TILA-TEXT-LINE                                       12610395
              WRITE TILA-DOC-LINE FROM TILA-TEXT-LINE                   12610396
           END-IF                                                       12610397
                                                                        12610398
           IF LOAN_INTEREST-TYPE = 'V'                                  12610399
              WRITE TILA-DOC-LINE FROM TILA-BLANK-LINE                  12610400
              PERFORM VARYING WS-TILA-IDX FROM 1 BY 1                   12610401
                 UNTIL WS-TILA-IDX > 8                                  12610402
                 MOVE TILA-VARIABLE-LINE(WS-TILA-IDX) TO TILA-TEXT-LINE 12610403
                 WRITE TILA-DOC-LINE FROM TILA-TEXT-LINE                12610404
              END-PERFORM                                               12610405
      * THE SCHEDULE PRICES EACH PERIOD'S INTEREST OFF THE OPENING      12610406
      * BALANCE, SO TWO POINTS MORE ON THE FIRST PAYMENT IS TWO         12610407
      * HUNDREDTHS OF THE FINANCED BALANCE.                             12610408
              COMPUTE WS-TILA-EXAMPLE-PAYMENT                           12610409
              = WS-TILA-PAYMENT(1) + (WS-TOTAL-LOAN * 2 / 100)          12610410
              MOVE 'EXAMPLE - FIRST PAYMENT IF RATE WERE 2.00 HIGHER'   12610411
                TO TLA-TEXT                                             12610412
              MOVE WS-TILA-EXAMPLE-PAYMENT TO TLA-AMOUNT                12610413
              WRITE TILA-DOC-LINE FROM TILA-AMOUNT-LINE                 12610414
           END-IF                                                       12610415
                                                                        12610416
           WRITE TILA-DOC-LINE FROM TILA-BLANK-LINE                     12610417
           MOVE 'SEE YOUR CONTRACT DOCUMENTS FOR ANY ADDITIONAL'        12610418
             TO TILA-TEXT-LINE                                          12610419
           WRITE TILA-DOC-LINE FROM TILA-TEXT-LINE                      12610420
           MOVE 'INFORMATION ABOUT NONPAYMENT, DEFAULT AND PREPAYMENT.' 12610421
             TO TILA-TEXT-LINE                                          12610422
           WRITE TILA-DOC-LINE FROM TILA-TEXT-LINE                      12610423
           WRITE TILA-DOC-LINE FROM TILA-RULE-LINE                      12610424
           WRITE TILA-DOC-LINE FROM TILA-BLANK-LINE                     12610425
                                                                        12610426
           ADD 1 TO WS-TILA-DOCS-WRITTEN                                12610427
           .                                                            12610428
                                                                        12610429
       WRITE-TILA-SCHEDULE-LINE.                                        12610430
      * COUNT THE RUN OF EQUAL PAYMENTS STARTING AT GROUP-START; THE    12610431
      * SCAN ONLY LOOKS AT AN ENTRY WHILE IT IS INSIDE THE TABLE.       12610432
           MOVE 1 TO WS-TILA-GROUP-SIZE                                 12610433
           COMPUTE WS-TILA-IDX = WS-TILA-GROUP-START + 1                12610434
           MOVE 'N' TO WS-TILA-GROUP-END                                12610435
           PERFORM UNTIL WS-TILA-IDX > WS-TILA-COUNT                    12610436
                      OR TILA-GROUP-ENDED                               12610437
              IF WS-TILA-PAYMENT(WS-TILA-IDX)                           12610438
                 = WS-TILA-PAYMENT(WS-TILA-GROUP-START)                 12610439
                 ADD 1 TO WS-TILA-GROUP-SIZE                            12610440
                 ADD 1 TO WS-TILA-IDX                                   12610441
              ELSE                                                      12610442
                 SET TILA-GROUP-ENDED TO TRUE                           12610443
              END-IF                                                    12610444
           END-PERFORM                                                  12610445
                                                                        12610446
           MOVE WS-TILA-GROUP-SIZE TO TLS-COUNT                         12610447
           MOVE WS-TILA-PAYMENT(WS-TILA-GROUP-START) TO TLS-AMOUNT      12610448
           MOVE SPACES TO TLS-WHEN                                      12610449
           IF WS-TILA-GROUP-SIZE = 1                                    12610450
              STRING 'ON ' WS-TILA-DUE-DATE(WS-TILA-GROUP-START)        12610451
                     DELIMITED BY SIZE INTO TLS-WHEN                    12610452
           ELSE                                                         12610453
              STRING WS-TILA-FREQ-WORD DELIMITED BY '  '                12610454
                     ' BEGINNING ' DELIMITED BY SIZE                    12610455
                     WS-TILA-DUE-DATE(WS-TILA-GROUP-START)              12610456
                     DELIMITED BY SIZE INTO TLS-WHEN                    12610457
           END-IF                                                       12610458
           WRITE TILA-DOC-LINE FROM TILA-SCHED-LINE                     12610459
                                                                        12610460
           ADD WS-TILA-GROUP-SIZE TO WS-TILA-GROUP-START                12610461
           .                                                            12610462
                                                                        12610463
       CHECK-APR-TOLERANCE.                                             12610464
      * A DISCLOSED APR BELOW THE NOTE RATE BY MORE THAN THE            12610465
      * TOLERANCE, OR ABOVE IT BY MORE THAN THE MAXIMUM SPREAD, GOES    12610466
      * ON THE EXCEPTION LIST FOR COMPLIANCE TO REVIEW BEFORE THE       12610467
      * DISCLOSURE IS SENT.                                             12610468
           COMPUTE WS-TILA-TOL-POINTS = WS-TILA-TOLERANCE / 1000        12610469
           COMPUTE WS-TILA-MAX-POINTS = WS-TILA-MAX-SPREAD / 1000       12610470
           COMPUTE WS-TILA-SPREAD = WS-TILA-APR - LOAN_INTEREST-RATE    12610471
                                                                        12610472
           EVALUATE TRUE                                                12610473
             WHEN WS-TILA-SPREAD < 0 - WS-TILA-TOL-POINTS               12610474
               MOVE 'APR BELOW NOTE RATE' TO WS-TILA-FLAG-REASON        12610475
               PERFORM WRITE-TILA-EXCEPTION                             12610476
             WHEN WS-TILA-SPREAD > WS-TILA-MAX-POINTS                   12610477
               MOVE 'APR TOO FAR ABOVE NOTE RATE' TO WS-TILA-FLAG-REASON12610478
               PERFORM WRITE-TILA-EXCEPTION                             12610479
             WHEN OTHER                                                 12610480
               CONTINUE                                                 12610481
           END-EVALUATE                                                 12610482
           .                                                            12610483
                                                                        12610484
       WRITE-TILA-EXCEPTION.                                            12610485
      * WS-TILA-FLAG-REASON IS SET BY THE CALLER.                       12610486
           MOVE PLAN_LOAN-ID        TO TLE-LOAN-ID                      12610487
           MOVE LOAN_CUSTOMER-ID    TO TLE-CUSTOMER-ID                  12610488
           MOVE LOAN_INTEREST-RATE  TO TLE-NOTE-RATE                    12610489
           MOVE WS-TILA-APR         TO TLE-APR                          12610490
           MOVE WS-TILA-SPREAD      TO TLE-SPREAD                       12610491
           MOVE WS-TILA-FLAG-REASON TO TLE-REASON                       12610492
           WRITE TILA-EXC-LINE FROM TILA-EXC-DETAIL                     12610493
           ADD 1 TO WS-TILA-EXCEPTIONS                                  12610494
           DISPLAY 'WONA - TILA EXCEPTION LOAN-ID: ' PLAN_LOAN-ID       12610495
                   ' ' WS-TILA-FLAG-REASON                              12610496
           .                                                            12610497
                                                                        01270011
       READ-RUN-PARAMETERS.                                             01270020
      * KEYWORD=VALUE RECORDS; '*' IN COLUMN ONE IS A COMMENT. A        01270022
                   WS-COMMIT-INTERVAL                                   01270062
           DISPLAY 'WONA - RUN-MODE IN EFFECT:          '               01270063
                   WS-RUN-MODE                                          01270064
           DISPLAY 'WONA - TILA-APR-TOLERANCE IN EFFECT: '              12700641
                   WS-TILA-TOLERANCE                                    12700642
           DISPLAY 'WONA - TILA-APR-MAX-SPREAD IN EFFECT:'              12700643
                   WS-TILA-MAX-SPREAD                                   12700644
           DISPLAY 'WONA - COBORROWER-EXP-PCT IN EFFECT: '              12700646
                   WS-EXP-COBORROWER-PCT                                12700647
           DISPLAY 'WONA - GUARANTOR-EXP-PCT IN EFFECT:  '              12700648
                   WS-EXP-GUARANTOR-PCT                                 12700649
           .                                                            01270064
                                                                        01270066
       READ-PARM-RECORD.                                                01270068
                     DISPLAY 'WONA - BAD PARM VALUE IGNORED: '          12701386
                             PARM-RECORD                                12701387
                  END-IF                                                12701388
                WHEN 'TILA-APR-TOLERANCE'                               12701391
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 6                12701392
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC        12701393
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)                  12701394
                       TO WS-TILA-TOLERANCE                             12701395
                  ELSE                                                  12701396
                     DISPLAY 'WONA - BAD PARM VALUE IGNORED: '          12701397
                             PARM-RECORD                                12701398
                  END-IF                                                12701399
                WHEN 'TILA-APR-MAX-SPREAD'                              12701400
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 6                12701401
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC        12701402
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)                  12701403
                       TO WS-TILA-MAX-SPREAD                            12701404
                  ELSE                                                  12701405
                     DISPLAY 'WONA - BAD PARM VALUE IGNORED: '          12701406
                             PARM-RECORD                                12701407
                  END-IF                                                12701408
                WHEN 'COBORROWER-EXP-PCT'                               12701411
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4                12701412
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC        12701413
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)                  12701414
                       TO WS-EXP-COBORROWER-PCT                         12701415
                  ELSE                                                  12701416
                     DISPLAY 'WONA - BAD PARM VALUE IGNORED: '          12701417
                             PARM-RECORD                                12701418
                  END-IF                                                12701419
                WHEN 'GUARANTOR-EXP-PCT'                                12701420
                  IF WS-PARM-LEN > 0 AND WS-PARM-LEN < 4                12701421
                     AND WS-PARM-TOKEN(1:WS-PARM-LEN) IS NUMERIC        12701422
                     MOVE WS-PARM-TOKEN(1:WS-PARM-LEN)                  12701423
                       TO WS-EXP-GUARANTOR-PCT                          12701424
                  ELSE                                                  12701425
                     DISPLAY 'WONA - BAD PARM VALUE IGNORED: '          12701426
                             PARM-RECORD                                12701427
                  END-IF                                                12701428
                WHEN OTHER                                              01270140
      * THE DAILY PARMLIB MEMBER IS SHARED WITH THE OTHER BATCH         01270142
      * PROGRAMS - KEYS THAT AREN'T OURS ARE SIMPLY NOT FOR US.         01270144
