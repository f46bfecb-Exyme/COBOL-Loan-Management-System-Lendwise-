      ********************************************************
      *   HOST VARIABLE DECLARATION FOR TABLE AGENCY_REMIT   *
      *  ONE ROW PER COLLECTION LINE ON AN AGENCY'S MONTHLY  *
      *  REMITTANCE FILE, LOADED BY AGENCY. GROSS_AMOUNT IS  *
      *  WHAT THE AGENCY COLLECTED FROM THE BORROWER,        *
      *  COMMISSION WHAT IT KEPT - THE CASH REMITTED IS THE  *
      *  DIFFERENCE. CHGOFF'S RECOVERY PASS BOOKS EVERY      *
      *  UNPOSTED ROW (POSTED_FLAG 'N') INTO THE LOAN'S      *
      *  CHARGEOFF ROW NET OF COMMISSION AND FLAGS IT 'Y'.   *
      ********************************************************

       01 AGR_AGENCY-CODE             PIC X(4).
       01 AGR_LOAN-ID                  PIC S9(9) USAGE COMP.
       01 AGR_COLLECTED-DATE           PIC X(10).
       01 AGR_GROSS-AMOUNT             PIC S9(15)V9(2) USAGE COMP-3.
       01 AGR_COMMISSION               PIC S9(15)V9(2) USAGE COMP-3.
       01 AGR_LOADED-DATE              PIC X(10).
       01 AGR_POSTED-FLAG              PIC X(1).
       01 AGR_POSTED-DATE              PIC X(10).
