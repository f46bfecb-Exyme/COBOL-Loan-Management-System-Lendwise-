      *******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE UNCLAIMED_PROP *
      *  ONE ROW PER UNDELIVERABLE REFUND BEING AGED FOR    *
      *  THE STATE UNCLAIMED-PROPERTY LAWS. ESCHEAT OPENS   *
      *  THE ROW WHEN A REFUND GOES TO 'F' (ACH CREDIT      *
      *  RETURNED) OR 'U' (CUSTOMER INACTIVE OR GONE).      *
      *  DORMANCY RUNS FROM REFUND_DATE; ONCE IT LAPSES THE *
      *  DUE-DILIGENCE LETTER GOES TO THE LAST ADDRESS ON   *
      *  FILE AND STATE_CODE IS FIXED FROM THAT ADDRESS.    *
      *  ITEM_STATUS: 'A' AGING, 'L' LETTER SENT, 'R'       *
      *  CLAIMED BY THE CUSTOMER (REFUND BACK TO 'P'),      *
      *  'E' ESCHEATED - LIABILITY MOVED TO ESCHEAT PAYABLE *
      *  AND DUE ON THE YEAR'S STATE REMITTANCE REPORT,     *
      *  'C' CLOSED - CHKDISB PAID THE REFUND BY CHECK      *
      *  BEFORE ANY LETTER WENT.                            *
      *  REASON: THE REFUND STATUS THAT OPENED THE ROW.     *
      *******************************************************

       01 UNC_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 UNC_CUSTOMER-ID              PIC S9(9) USAGE COMP.
       01 UNC_REFUND-DATE              PIC X(10).
       01 UNC_AMOUNT                   PIC S9(15)V9(2) USAGE COMP-3.
       01 UNC_REASON                   PIC X(1).
       01 UNC_ITEM-STATUS              PIC X(1).
       01 UNC_STATE-CODE               PIC X(2).
       01 UNC_LETTER-DATE              PIC X(10).
       01 UNC_ESCHEAT-DATE             PIC X(10).
