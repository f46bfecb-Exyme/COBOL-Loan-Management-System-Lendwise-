      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE CHECK_ISSUE   *
      *  ONE ROW PER PAPER CHECK CHKDISB HAS WRITTEN, BY   *
      *  CHECK NUMBER FROM THE CONTROLLED STOCK RANGE.     *
      *  SOURCE_TYPE: 'F' LOAN FUNDING, 'R' REFUND - THE   *
      *  ROW THE CHECK PAYS (LOAN_FUNDING OR REFUND BY     *
      *  LOAN_ID / CUSTOMER_ID), NOW AT STATUS 'C'.        *
      *  CHECK_STATUS: 'O' OUTSTANDING (ON THE BANK'S      *
      *  POSITIVE-PAY ISSUE FILE), 'P' PAID BY THE BANK,   *
      *  'V' VOID - VOID_REASON 'STL' STALE-DATED BY US,   *
      *  OR THE BANK'S OWN REASON OFF ITS VOID FEED.       *
      *  A VOIDED CHECK IS REPLACED BY A NEW NUMBER:       *
      *  REISSUE_SEQ COUNTS THE REPLACEMENTS (0 = FIRST    *
      *  CHECK) AND REPLACES_CHECK POINTS BACK.            *
      ******************************************************

       01 CHK_CHECK-NUMBER            PIC S9(9) USAGE COMP.
       01 CHK_SOURCE-TYPE              PIC X(1).
       01 CHK_LOAN-ID                  PIC S9(9) USAGE COMP.
       01 CHK_CUSTOMER-ID              PIC S9(9) USAGE COMP.
       01 CHK_PAYEE-NAME               PIC X(30).
       01 CHK_AMOUNT                   PIC S9(15)V9(2) USAGE COMP-3.
       01 CHK_ISSUE-DATE               PIC X(10).
       01 CHK_CHECK-STATUS             PIC X(1).
       01 CHK_STATUS-DATE              PIC X(10).
       01 CHK_VOID-REASON              PIC X(3).
       01 CHK_REISSUE-SEQ              PIC S9(4) USAGE COMP.
       01 CHK_REPLACES-CHECK           PIC S9(9) USAGE COMP.
