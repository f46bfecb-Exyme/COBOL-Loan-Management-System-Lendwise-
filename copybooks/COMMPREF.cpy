      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE COMM_PREF     *
      *  ONE ROW PER CUSTOMER - HOW THE CUSTOMER WANTS TO  *
      *  HEAR FROM US. MAINTAINED BY CUSTMNT'S AUDITED     *
      *  FEED AND READ THROUGH DELIVRTE BY EVERY PROGRAM   *
      *  THAT SENDS A DOCUMENT OR A REMINDER. A CUSTOMER   *
      *  WITH NO ROW GETS PAPER DOCUMENTS AND EMAIL/SMS    *
      *  REMINDERS, THE WAY THE SYSTEM ALWAYS WORKED.      *
      *  *_DELIVERY:   'P' PAPER (MAIL HOUSE),             *
      *                'E' ELECTRONIC (E-DELIVERY VENDOR)  *
      *    STMT   - MONTHLY STATEMENTS (STMTGEN)           *
      *    LETTER - PAID-IN-FULL LETTERS (PIFLTR)          *
      *    NOTICE - RATE CHANGE NOTICES (RATENOTF)         *
      *    TAXDOC - INTEREST CERTIFICATES AND 1099-C       *
      *             BORROWER COPIES (YEARINT, CANC1099)    *
      *  REMIND_CHANNEL: 'E' EMAIL, 'S' SMS, 'M' MAIL,     *
      *    'N' NO REMINDERS.                               *
      *  DNC_EMAIL / DNC_PHONE / DNC_MAIL: 'Y' DO NOT      *
      *    CONTACT ON THAT CHANNEL. STOPS REMINDERS ONLY - *
      *    NEVER A LEGALLY REQUIRED DOCUMENT.              *
      *  ECONSENT: 'Y' E-SIGN CONSENT ON FILE, 'W'         *
      *    WITHDRAWN, 'N' NEVER GIVEN. WITHOUT 'Y' EVERY   *
      *    DOCUMENT GOES ON PAPER WHATEVER THE PREFERENCE. *
      ******************************************************

       01 CPF_CUSTOMER-ID             PIC S9(9) USAGE COMP.
       01 CPF_STMT-DELIVERY            PIC X(1).
       01 CPF_LETTER-DELIVERY          PIC X(1).
       01 CPF_NOTICE-DELIVERY          PIC X(1).
       01 CPF_TAXDOC-DELIVERY          PIC X(1).
       01 CPF_REMIND-CHANNEL           PIC X(1).
       01 CPF_DNC-EMAIL                PIC X(1).
       01 CPF_DNC-PHONE                PIC X(1).
       01 CPF_DNC-MAIL                 PIC X(1).
       01 CPF_ECONSENT                 PIC X(1).
       01 CPF_ECONSENT-DATE            PIC X(10).
       01 CPF_UPDATED-BY               PIC X(8).
       01 CPF_UPDATED-TS               PIC X(26).
