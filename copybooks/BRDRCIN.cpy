      ******************************************************
      *     RECORD LAYOUT FOR THE BOARDIN INPUT FILE       *
      *     (ACQUIRED LOAN BOARDING FEED FROM THE SELLER)  *
      *                                                    *
      *  RECORD TYPE IN COLUMNS 1-3:                       *
      *    'HDR' - SELLER AND PORTFOLIO CUTOFF DATE, ONCE  *
      *    'LON' - ORIGINAL NOTE TERMS, ONE PER LOAN, IN   *
      *            ASCENDING LOAN-ID ORDER                 *
      *    'BAL' - POSITION AT CUTOFF, RIGHT AFTER ITS LON *
      *    'HST' - ONE PER PAST INSTALLMENT UNDER THE      *
      *            SELLER, OLDEST FIRST, AFTER THE BAL     *
      *    'TRL' - SELLER'S CONTROL TOTALS, ONCE           *
      *  LOAN-ID IS THE ID THE LOAN WILL CARRY HERE; THE   *
      *  SELLER'S OWN NUMBER RIDES ALONG ON THE LON.       *
      ******************************************************

       01 BOARD-INPUT-RECORD.
          05 BIN-RECORD-TYPE          PIC X(3).
          05 BIN-HEADER-BODY.
             10 BIN-HDR-SELLER-ID     PIC X(10).
             10 BIN-HDR-SELLER-NAME   PIC X(30).
             10 BIN-HDR-CUTOFF-DATE   PIC X(10).
             10 FILLER                PIC X(27).
          05 BIN-LOAN-BODY REDEFINES BIN-HEADER-BODY.
             10 BIN-LON-LOAN-ID       PIC 9(9).
             10 BIN-LON-CUSTOMER-ID   PIC 9(9).
             10 BIN-LON-TYPE-ID       PIC 9(9).
             10 BIN-LON-ORIG-AMOUNT   PIC 9(13)V99.
             10 BIN-LON-INTEREST-RATE PIC 9(2)V99.
             10 BIN-LON-INTEREST-TYPE PIC X(1).
             10 BIN-LON-ORIG-TERM     PIC 9(3).
             10 BIN-LON-PAYMENT-FREQ  PIC X(1).
             10 BIN-LON-ORIG-DATE     PIC X(10).
             10 BIN-LON-SELLER-LOAN-NO
                                      PIC X(15).
             10 FILLER                PIC X(1).
          05 BIN-BALANCE-BODY REDEFINES BIN-HEADER-BODY.
             10 BIN-BAL-LOAN-ID       PIC 9(9).
             10 BIN-BAL-PRINCIPAL     PIC 9(13)V99.
             10 BIN-BAL-PAID-THRU     PIC X(10).
             10 BIN-BAL-NEXT-DUE      PIC X(10).
             10 BIN-BAL-DAYS-PAST-DUE PIC 9(4).
             10 BIN-BAL-PAST-DUE-AMT  PIC 9(13)V99.
             10 BIN-BAL-REMAINING     PIC 9(3).
             10 FILLER                PIC X(11).
          05 BIN-HISTORY-BODY REDEFINES BIN-HEADER-BODY.
             10 BIN-HST-LOAN-ID       PIC 9(9).
             10 BIN-HST-DUE-DATE      PIC X(10).
             10 BIN-HST-AMOUNT-DUE    PIC 9(13)V99.
             10 BIN-HST-AMOUNT-PAID   PIC 9(13)V99.
             10 BIN-HST-BALANCE-AFTER PIC 9(13)V99.
             10 FILLER                PIC X(13).
          05 BIN-TRAILER-BODY REDEFINES BIN-HEADER-BODY.
             10 BIN-TRL-LOAN-COUNT    PIC 9(7).
             10 BIN-TRL-HIST-COUNT    PIC 9(7).
             10 BIN-TRL-PRINCIPAL     PIC 9(13)V99.
             10 BIN-TRL-PAST-DUE-AMT  PIC 9(13)V99.
             10 FILLER                PIC X(33).
