      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE ACH_ENTRY     *
      *  ONE ROW PER ENTRY DETAIL ACHBUILD PUT ON A NACHA  *
      *  FILE FOR THE BANK, SO THE BANK'S ACKNOWLEDGMENT   *
      *  CAN BE TIED BACK TO THE ROW THAT RAISED IT.       *
      *  A FILE IS FILE_DATE + FILE_ID_MOD; AN ENTRY IS    *
      *  THAT PLUS ITS TRACE_NUMBER.                       *
      *  SOURCE_TYPE: 'F' LOAN FUNDING (FUNDDISB)          *
      *               'R' REFUND (REFDISB)                 *
      *               'A' AUTOPAY DEBIT (AUTOPAY) -        *
      *                   PAYMENT_ID IS THE PAYMENT ROW    *
      *  TRAN_CODE: '22'/'32' CHECKING/SAVINGS CREDIT,     *
      *             '27'/'37' CHECKING/SAVINGS DEBIT.      *
      *  ENTRY_STATUS: 'S' SENT, 'K' ACKNOWLEDGED BY THE   *
      *    BANK, 'J' REJECTED BY THE BANK (REJECT_CODE     *
      *    SAYS WHY) - THE SOURCE ROW WAS PUT BACK TO NOT  *
      *    SENT. A CREDIT THAT NEVER WENT ON THE FILE FOR  *
      *    WANT OF A PAYOUT ACCOUNT IS LOGGED 'J' WITH     *
      *    REJECT_CODE 'NPA' AND STILL TAKES A TRACE       *
      *    NUMBER, SO IT IS LEFT OUT OF THE FILE TOTALS.   *
      ******************************************************

       01 ACE_FILE-DATE               PIC X(10).
       01 ACE_FILE-ID-MOD              PIC X(1).
       01 ACE_TRACE-NUMBER             PIC X(15).
       01 ACE_BATCH-NUMBER             PIC S9(9) USAGE COMP.
       01 ACE_SOURCE-TYPE              PIC X(1).
       01 ACE_LOAN-ID                  PIC S9(9) USAGE COMP.
       01 ACE_CUSTOMER-ID              PIC S9(9) USAGE COMP.
       01 ACE_PAYMENT-ID               PIC S9(9) USAGE COMP.
       01 ACE_TRAN-CODE                PIC X(2).
       01 ACE_ROUTING-NUMBER           PIC X(9).
       01 ACE_ACCOUNT-NUMBER           PIC X(17).
       01 ACE_AMOUNT                   PIC S9(15)V9(2) USAGE COMP-3.
       01 ACE_ENTRY-STATUS             PIC X(1).
       01 ACE_REJECT-CODE              PIC X(3).
       01 ACE_ACK-DATE                 PIC X(10).
