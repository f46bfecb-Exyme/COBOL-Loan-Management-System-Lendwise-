      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE ACCT_PERIOD   *
      *  THE ACCOUNTING PERIODS FINANCE OPENS AND CLOSES   *
      *  (PERDMNT), ONE ROW PER CALENDAR MONTH, PERIOD_ID  *
      *  'YYYY-MM'. PERIOD_STATUS: 'O' OPEN, 'C' CLOSED. A *
      *  MONTH WITH NO ROW HAS NEVER BEEN CLOSED AND SO IS *
      *  OPEN. PERIODS CLOSE IN ORDER AND ONLY THE LATEST  *
      *  CLOSED ONE MAY BE REOPENED, SO EVERYTHING UP TO   *
      *  THE LATEST CLOSED PERIOD_END IS SHUT:             *
      *   - A POSTING VALUE-DATED ON OR BEFORE THAT DAY    *
      *     KEEPS ITS VALUE DATE FOR INTEREST BUT IS A     *
      *     PRIOR-PERIOD ADJUSTMENT (PERDCHK LOGS IT IN    *
      *     PRIOR_PERIOD_ADJ).                             *
      *   - A BOOKING DATE THAT FALLS IN IT MOVES TO THE   *
      *     DAY AFTER, THE FIRST DAY OF THE OPEN PERIOD.   *
      ******************************************************

       01 APR_PERIOD-ID               PIC X(7).
       01 APR_PERIOD-START             PIC X(10).
       01 APR_PERIOD-END               PIC X(10).
       01 APR_PERIOD-STATUS            PIC X(1).
       01 APR_CHANGED-BY               PIC X(8).
       01 APR_CHANGED-TS               PIC X(26).
