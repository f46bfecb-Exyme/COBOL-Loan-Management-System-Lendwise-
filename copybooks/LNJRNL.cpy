      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE LOAN_JOURNAL  *
      *  ONE ROW PER MONEY MOVEMENT ON A LOAN, IN POSTING  *
      *  ORDER (JOURNAL_SEQ RUNS 1, 2, 3... PER LOAN) -    *
      *  "WHAT HAPPENED ON THIS LOAN" FROM ONE TABLE.      *
      *  EVERY PROGRAM THAT MOVES MONEY POSTS ITS ROW      *
      *  THROUGH THE JRNLPOST SUBPROGRAM; JRNLBFIL LOADED  *
      *  THE HISTORY THAT PREDATES THE JOURNAL.            *
      *  AMOUNT IS THE TRANSACTION'S OWN FIGURE. THE       *
      *  PRIN/INT/FEE SPLIT IS SIGNED BY ITS EFFECT ON     *
      *  WHAT THE CUSTOMER OWES (+ RAISES IT, - LOWERS     *
      *  IT); ESC_AMOUNT BY ITS EFFECT ON THE ESCROW HELD. *
      *  PRIN_BALANCE IS THE RUNNING PRINCIPAL AFTER THE   *
      *  ROW. TRAN_CODE:                                   *
      *    'FUND' LOAN FUNDED      'BORD' LOAN BOARDED     *
      *    'PYMT' PAYMENT RECEIVED 'PAPL' PAYMENT APPLIED  *
      *    'PREV' PAYMENT REVERSED 'FEE ' FEE ASSESSED     *
      *    'IACR' INTEREST ACCRUED 'PPEN' PAYOFF PENALTY   *
      *    'RFND' REFUND RAISED    'ESCD' ESCROW PAID OUT  *
      *    'CHGO' CHARGED OFF      'RCVY' CHARGE-OFF       *
      *                                   RECOVERY         *
      *    'STLF' SETTLEMENT FORGIVEN                      *
      *    'CORR' SCHEDULE CORRECTION (PLCR / CORRAPPR)    *
      *  SOURCE_PGM IS THE POSTING PROGRAM (OR 'BACKFILL') *
      *  AND REFERENCE_ID ITS OWN KEY FOR THE MOVEMENT -   *
      *  PAYMENT_ID, INVOICE_ID, OR ZERO.                  *
      ******************************************************

       01 LJR_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 LJR_JOURNAL-SEQ              PIC S9(9) USAGE COMP.
       01 LJR_TRAN-CODE                PIC X(4).
       01 LJR_EFFECTIVE-DATE           PIC X(10).
       01 LJR_POSTING-DATE             PIC X(10).
       01 LJR_AMOUNT                   PIC S9(15)V9(2) USAGE COMP-3.
       01 LJR_PRIN-AMOUNT              PIC S9(15)V9(2) USAGE COMP-3.
       01 LJR_INT-AMOUNT               PIC S9(15)V9(2) USAGE COMP-3.
       01 LJR_FEE-AMOUNT               PIC S9(15)V9(2) USAGE COMP-3.
       01 LJR_ESC-AMOUNT               PIC S9(15)V9(2) USAGE COMP-3.
       01 LJR_PRIN-BALANCE             PIC S9(15)V9(2) USAGE COMP-3.
       01 LJR_SOURCE-PGM               PIC X(8).
       01 LJR_REFERENCE-ID             PIC S9(9) USAGE COMP.
       01 LJR_POSTED-TS                PIC X(26).
