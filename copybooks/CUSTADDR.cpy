      *  BY ADDRMNT'S VALIDATED-AND-AUDITED FEED.          *
      *  RETURNED_MAIL 'Y' SUPPRESSES FURTHER MAILINGS     *
      *  (STATEMENTS, LETTERS) UNTIL THE ADDRESS IS        *
      *  CORRECTED. STATE_CODE IS THE TWO-LETTER POSTAL    *
      *  STATE - IT DECIDES WHICH STATE'S UNCLAIMED-       *
      *  PROPERTY LAW AN UNDELIVERABLE REFUND FALLS UNDER. *
      ******************************************************

       01 ADR_CUSTOMER-ID             PIC S9(9) USAGE COMP.
       01 ADR_ADDR-LINE-1              PIC X(30).
       01 ADR_ADDR-LINE-2              PIC X(30).
       01 ADR_CITY                     PIC X(20).
       01 ADR_STATE-CODE               PIC X(2).
       01 ADR_POSTAL-CODE              PIC X(10).
       01 ADR_RETURNED-MAIL            PIC X(1).
