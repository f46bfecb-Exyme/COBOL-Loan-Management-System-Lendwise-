      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE               *
      *  LOAN_PARTICIPATION - ONE ROW PER SHARE OF A LOAN  *
      *  SOLD TO AN INVESTOR (INVMNT). THE LOAN STAYS ON   *
      *  OUR BOOKS AND WE KEEP SERVICING IT; THE SALE      *
      *  PROCEEDS ARE HELD AS PARTICIPATN-LIAB UNTIL THE   *
      *  INVESTOR'S SHARE OF PRINCIPAL COMES BACK TO IT.   *
      *  SHARE_PCT       PERCENT OF EVERY COLLECTION AND   *
      *                  LOSS THAT PASSES TO THE INVESTOR  *
      *  SOLD_PRINCIPAL  SHARE OF LOAN_BALANCE AT SALE     *
      *  INVESTOR_PRINCIPAL THE INVESTOR'S SHARE STILL     *
      *                  OUTSTANDING - CUT BY INVREMIT FOR *
      *                  PRINCIPAL REMITTED AND LOSSES     *
      *                  PASSED THROUGH, AND BY INVMNT ON  *
      *                  REPURCHASE                        *
      *  PART_STATUS: 'A' ACTIVE, 'R' REPURCHASED (ENDED). *
      *  COLLECTIONS ALLOCATED AFTER SOLD_DATE, UP TO AND  *
      *  INCLUDING ENDED_DATE, BELONG TO THE INVESTOR.     *
      ******************************************************

       01 PRT_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 PRT_INVESTOR-ID              PIC X(8).
       01 PRT_SOLD-DATE                PIC X(10).
       01 PRT_SHARE-PCT                PIC S9(3)V9(4) USAGE COMP-3.
       01 PRT_SOLD-PRINCIPAL           PIC S9(15)V9(2) USAGE COMP-3.
       01 PRT_INVESTOR-PRINCIPAL       PIC S9(15)V9(2) USAGE COMP-3.
       01 PRT_PART-STATUS              PIC X(1).
       01 PRT_ENDED-DATE               PIC X(10).
       01 PRT_SOLD-BY                  PIC X(8).
