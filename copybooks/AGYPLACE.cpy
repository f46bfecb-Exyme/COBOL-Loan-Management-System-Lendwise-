      ********************************************************
      * HOST VARIABLE DECLARATION FOR TABLE AGENCY_PLACEMENT *
      *  ONE ROW PER PLACEMENT OF A CHARGED-OFF LOAN WITH AN *
      *  OUTSIDE COLLECTION AGENCY. AGENCY PLACES THE LOAN   *
      *  AT MONTH END WITH THE BALANCE STILL OWED ON ITS     *
      *  CHARGEOFF ROW (PLACED_AMOUNT) AND THE AGENCY WORKS  *
      *  IT FROM THE PLACEMENT FILE. THE AGENCY'S MONTHLY    *
      *  REMITTANCE GROWS GROSS_COLLECTED AND COMMISSION     *
      *  HERE; THE CASH ITSELF REACHES CHARGEOFF THROUGH     *
      *  CHGOFF'S RECOVERY PASS, NET OF COMMISSION.          *
      *  PLACE_STATUS: 'A' ACTIVE (WITH THE AGENCY), 'R'     *
      *  RECALLED.                                           *
      *  RECALL_REASON: 'B' BANKRUPTCY HOLD, 'H' OTHER HOLD, *
      *  'S' SETTLEMENT AGREED, 'P' BALANCE PAID OFF.        *
      ********************************************************

       01 AGP_AGENCY-CODE             PIC X(4).
       01 AGP_LOAN-ID                  PIC S9(9) USAGE COMP.
       01 AGP_CUSTOMER-ID              PIC S9(9) USAGE COMP.
       01 AGP_PLACED-DATE              PIC X(10).
       01 AGP_PLACED-AMOUNT            PIC S9(15)V9(2) USAGE COMP-3.
       01 AGP_GROSS-COLLECTED          PIC S9(15)V9(2) USAGE COMP-3.
       01 AGP_COMMISSION               PIC S9(15)V9(2) USAGE COMP-3.
       01 AGP_PLACE-STATUS             PIC X(1).
       01 AGP_RECALL-DATE              PIC X(10).
       01 AGP_RECALL-REASON            PIC X(1).
