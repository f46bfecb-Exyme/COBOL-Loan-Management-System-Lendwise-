      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE LOAN_BOARDING *
      *  ONE ROW PER LOAN BOUGHT FROM ANOTHER LENDER AND   *
      *  BOARDED BY BOARDLN. THE LOAN ROW ITSELF CARRIES   *
      *  THE TERMS AS SERVICED HERE - THE PRINCIPAL        *
      *  BOARDED, THE INSTALLMENTS LEFT, THE PAID-THROUGH  *
      *  DATE AS ITS CREATION DATE - SO THE ORIGINAL NOTE  *
      *  TERMS AND THE SELLER'S POSITION AT CUTOFF ARE     *
      *  KEPT HERE FOR THE CONTRACT FILE AND THE BUREAU.   *
      ******************************************************

       01 BRD_LOAN-ID                 PIC S9(9) USAGE COMP.
       01 BRD_SELLER-ID                PIC X(10).
       01 BRD_SELLER-LOAN-NO           PIC X(15).
       01 BRD_ORIG-AMOUNT              PIC S9(15)V9(2) USAGE COMP-3.
       01 BRD_ORIG-TERM                PIC S9(9) USAGE COMP.
       01 BRD_ORIG-DATE                PIC X(10).
       01 BRD_BOARDED-PRINCIPAL        PIC S9(15)V9(2) USAGE COMP-3.
       01 BRD_PAID-THROUGH-DATE        PIC X(10).
       01 BRD_NEXT-DUE-DATE            PIC X(10).
       01 BRD_DAYS-PAST-DUE            PIC S9(9) USAGE COMP.
       01 BRD_PAST-DUE-AMOUNT          PIC S9(15)V9(2) USAGE COMP-3.
       01 BRD_BOARD-DATE               PIC X(10).
