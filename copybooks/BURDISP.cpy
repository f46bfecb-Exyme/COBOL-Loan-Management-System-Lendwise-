      ********************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE BUREAU_DISPUTE  *
      *  ONE ROW PER AUTOMATED DISPUTE VERIFICATION (ACDV)   *
      *  RECEIVED FROM A CREDIT BUREAU, KEYED BY THE         *
      *  BUREAU'S CONTROL NUMBER. ACDVPROC LOADS IT, TIES IT *
      *  TO THE BUREAU_LOG SUBMISSION BEING DISPUTED, AND    *
      *  ANSWERS IT - 'VERIFIED' WHEN WHAT WE REPORTED STILL *
      *  AGREES WITH THE BOOKS FOR THAT CYCLE, 'MODIFIED'    *
      *  WITH THE CORRECT FIGURES WHEN IT DOES NOT. IDENTITY *
      *  CLAIMS AND DISPUTES THAT CANNOT BE TIED TO A        *
      *  SUBMISSION STAY OPEN FOR AN ANALYST, WHOSE DECISION *
      *  COMES BACK THROUGH THE ACDVDEC FEED.                *
      *  WHILE A DISPUTE IS OPEN BUREXT REPORTS THE LOAN     *
      *  WITH COMPLIANCE CONDITION 'XB'; THE FIRST CYCLE     *
      *  AFTER IT CLOSES CARRIES 'XH' AND SETS               *
      *  CLOSURE_REPORTED.                                   *
      ********************************************************

       01 DSP_CONTROL-NUMBER          PIC X(15).
      * 'EQ' EQUIFAX, 'EX' EXPERIAN, 'TU' TRANSUNION.
       01 DSP_BUREAU-CODE              PIC X(2).
       01 DSP_LOAN-ID                  PIC S9(9) USAGE COMP.
       01 DSP_CUSTOMER-ID              PIC S9(9) USAGE COMP.
      * BUREAU DISPUTE REASON CODE AS RECEIVED - '001' NOT MINE AND
      * '103' IDENTITY FRAUD ALWAYS GO TO AN ANALYST.
       01 DSP_DISPUTE-CODE             PIC X(3).
       01 DSP_RECEIVED-DATE            PIC X(10).
       01 DSP_RESPONSE-DUE             PIC X(10).
      * THE BUREAU_LOG CYCLE THE DISPUTE WAS TIED TO (SPACES WHEN
      * NO SUBMISSION COULD BE FOUND).
       01 DSP_CYCLE-DATE               PIC X(10).
       01 DSP_REPORTED-STATUS          PIC X(2).
       01 DSP_REPORTED-BALANCE         PIC S9(15)V9(2) USAGE COMP-3.
       01 DSP_REPORTED-DPD             PIC S9(4) USAGE COMP.
       01 DSP_CORRECT-STATUS           PIC X(2).
       01 DSP_CORRECT-BALANCE          PIC S9(15)V9(2) USAGE COMP-3.
       01 DSP_CORRECT-DPD              PIC S9(4) USAGE COMP.
      * WHY THE DISPUTE WAS LEFT FOR AN ANALYST, SPACES OTHERWISE.
       01 DSP_REVIEW-REASON            PIC X(20).
      * '01' VERIFIED AS REPORTED, '23' MODIFIED, '03' DELETE -
      * NOT OUR ACCOUNT. SPACES UNTIL ANSWERED.
       01 DSP_RESPONSE-CODE            PIC X(2).
       01 DSP_RESPONDED-DATE           PIC X(10).
       01 DSP_RESPONDED-BY             PIC X(8).
      * 'O' OPEN, 'C' ANSWERED AND CLOSED.
       01 DSP_DISPUTE-STATUS           PIC X(1).
      * 'N' UNTIL A BUREXT CYCLE HAS REPORTED THE 'XH' CLOSURE.
       01 DSP_CLOSURE-REPORTED         PIC X(1).
