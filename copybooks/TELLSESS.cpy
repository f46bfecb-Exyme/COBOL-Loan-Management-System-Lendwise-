      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE               *
      *  TELLER_SESSION - ONE ROW PER TELLER PER BUSINESS  *
      *  DATE, THE DAY'S CASH DRAWER. TELLPAY OPENS IT     *
      *  WITH THE TELLER'S FIRST COUNTER PAYMENT OF THE    *
      *  DAY AND ADDS EVERY POSTING TO POSTED_COUNT AND    *
      *  POSTED_AMOUNT. THE COUNT OF THE DAY'S CASH        *
      *  TAKINGS (THE STANDING FLOAT LEFT OUT) CLOSES IT - *
      *  KEYED ON THE TCLS SCREEN (TELLCLOS) OR SENT ON    *
      *  THE BRANCH COUNT FEED TELLPRF LOADS - AND TELLPRF *
      *  PROVES IT THAT NIGHT AGAINST THE TELLER'S         *
      *  'TELLER' PAYMENT ROWS.                            *
      *  SESSION_STATUS: 'O' OPEN, 'C' CLOSED (COUNTED,    *
      *  WAITING FOR THE PROOF), 'U' UNCLOSED - STILL OPEN *
      *  WHEN THE PROOF RAN, SO THE DAY'S TELLER CASH IS   *
      *  NOT FINAL, 'P' PROVED.                            *
      *  CLOSE_SOURCE: 'O' ONLINE (TCLS), 'F' COUNT FEED.  *
      *  OVER_SHORT IS COUNTED_CASH LESS THE PAYMENT ROWS  *
      *  (PLUS = OVER), SET BY THE PROOF.                  *
      ******************************************************

       01 TSS_TELLER-ID                PIC X(8).
       01 TSS_BUSINESS-DATE            PIC X(10).
       01 TSS_BRANCH-ID                PIC X(4).
       01 TSS_SESSION-STATUS           PIC X(1).
       01 TSS_OPENED-TS                PIC X(26).
       01 TSS_POSTED-COUNT             PIC S9(9) USAGE COMP.
       01 TSS_POSTED-AMOUNT            PIC S9(15)V9(2) USAGE COMP-3.
       01 TSS_COUNTED-CASH             PIC S9(15)V9(2) USAGE COMP-3.
       01 TSS_CLOSE-SOURCE             PIC X(1).
       01 TSS_CLOSED-BY                PIC X(8).
       01 TSS_CLOSED-TS                PIC X(26).
       01 TSS_OVER-SHORT               PIC S9(15)V9(2) USAGE COMP-3.
       01 TSS_PROVED-DATE              PIC X(10).
