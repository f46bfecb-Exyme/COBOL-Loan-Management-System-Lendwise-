      ********************************************************
      *    HOST VARIABLE DECLARATION FOR TABLE SCREEN_LOG    *
      *  EVERY SANCTIONS SCREENING DECISION, KEPT FOR THE    *
      *  EXAMINERS AND NEVER UPDATED OR PURGED. SCREEN_TYPE: *
      *  'C' CUSTOMER OR PARTY SCREENED ON BEING ADDED OR    *
      *  CHANGED (OR ON A NEW LIST), 'F' PAYEE OF A PENDING  *
      *  LOAN FUNDING, 'R' PAYEE OF A PENDING REFUND.        *
      *  SCREENED_NAME/CITY/STATE ARE THE CUSTOMER DETAILS   *
      *  AS THEY STOOD, LIST_LOADED_TS THE LIST THEY WERE    *
      *  SCREENED AGAINST, ENTRY_ID/ALIAS_SEQ/MATCH_SCORE    *
      *  THE CLOSEST SANCTION_LIST NAME (0-100).             *
      *  DECISION: 'C' CLEAR, 'H' POSSIBLE MATCH - PAYOUT    *
      *  STOPPED AND AN 'SN' ACCT_HOLD PLACED, 'W' MATCHES   *
      *  ONLY AN ENTRY COMPLIANCE HAS ALREADY CLEARED FOR    *
      *  THIS NAME, 'K' COMPLIANCE CLEARED THE MATCH         *
      *  (WRITTEN BY HOLDMNT WHEN THE 'SN' HOLD IS           *
      *  RELEASED). DECIDED_BY IS THE PROGRAM OR THE         *
      *  COMPLIANCE OPERATOR. FUNDDISB AND REFDISB ONLY PAY  *
      *  A PAYEE WITH A 'C' OR 'W' ROW FOR THAT PAYOUT DATED *
      *  TODAY.                                              *
      ********************************************************

       01 SCL_SCREEN-TS               PIC X(26).
       01 SCL_SCREEN-DATE              PIC X(10).
       01 SCL_SCREEN-TYPE              PIC X(1).
       01 SCL_CUSTOMER-ID              PIC S9(9) USAGE COMP.
       01 SCL_LOAN-ID                  PIC S9(9) USAGE COMP.
       01 SCL_SCREENED-NAME            PIC X(30).
       01 SCL_SCREENED-CITY            PIC X(20).
       01 SCL_SCREENED-STATE           PIC X(2).
       01 SCL_LIST-LOADED-TS           PIC X(26).
       01 SCL_ENTRY-ID                 PIC S9(9) USAGE COMP.
       01 SCL_ALIAS-SEQ                PIC S9(4) USAGE COMP.
       01 SCL_MATCH-SCORE              PIC S9(4) USAGE COMP.
       01 SCL_DECISION                 PIC X(1).
       01 SCL_DECIDED-BY               PIC X(8).
