      ******************************************************
      * HOST VARIABLE DECLARATION FOR TABLE PRIOR_PERIOD_ADJ
      *  ONE ROW PER POSTING WHOSE VALUE DATE FELL IN AN   *
      *  ACCOUNTING PERIOD FINANCE HAD ALREADY CLOSED (SEE *
      *  ACCTPER). WRITTEN BY THE PERDCHK SUBPROGRAM UNDER *
      *  THE POSTING PROGRAM'S OWN UNIT OF WORK.           *
      *  TRAN_CODE IS THE JOURNAL CODE OF THE POSTING      *
      *  ('PYMT', 'CORR' - SEE LNJRNL), SOURCE_PGM AND     *
      *  REFERENCE_ID AS ON ITS JOURNAL ROW. AMOUNT IS     *
      *  SIGNED AS THE JOURNAL SIGNS IT.                   *
      *  VALUE_DATE/VALUE_PERIOD - WHEN IT TOOK EFFECT.    *
      *  BOOKED_DATE - THE OPEN-PERIOD DATE IT BOOKED ON.  *
      *  GL_STATUS: 'N' PRIOR-PERIOD-ADJUSTMENT GL PAIR    *
      *  NOT YET WRITTEN, 'Y' WRITTEN BY PERDMNT ON        *
      *  GL_DATE.                                          *
      ******************************************************

       01 PPA_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 PPA_TRAN-CODE                PIC X(4).
       01 PPA_SOURCE-PGM               PIC X(8).
       01 PPA_REFERENCE-ID             PIC S9(9) USAGE COMP.
       01 PPA_VALUE-DATE               PIC X(10).
       01 PPA_VALUE-PERIOD             PIC X(7).
       01 PPA_BOOKED-DATE              PIC X(10).
       01 PPA_AMOUNT                   PIC S9(15)V9(2) USAGE COMP-3.
       01 PPA_GL-STATUS                PIC X(1).
       01 PPA_GL-DATE                  PIC X(10).
       01 PPA_LOGGED-TS                PIC X(26).
