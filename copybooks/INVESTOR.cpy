      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE INVESTOR      *
      *  ONE ROW PER PARTNER BANK THAT BUYS PARTICIPATIONS *
      *  IN OUR LOANS. SERVICE_FEE_RATE IS THE ANNUAL      *
      *  SERVICING RATE (PERCENT) WE KEEP OUT OF THE       *
      *  INTEREST COLLECTED FOR THE INVESTOR, CHARGED ON   *
      *  ITS SHARE OF THE PRINCIPAL STILL OUTSTANDING.     *
      *  MAINTAINED BY INVMNT; INVREMIT REMITS MONTHLY.    *
      *  INVESTOR_STATUS: 'A' ACTIVE, 'I' INACTIVE (TAKES  *
      *  NO NEW PARTICIPATIONS, EXISTING ONES RUN ON).     *
      ******************************************************

       01 IVR_INVESTOR-ID             PIC X(8).
       01 IVR_INVESTOR-NAME            PIC X(30).
       01 IVR_SERVICE-FEE-RATE         PIC S9(3)V9(4) USAGE COMP-3.
       01 IVR_INVESTOR-STATUS          PIC X(1).
       01 IVR_UPDATED-BY               PIC X(8).
       01 IVR_UPDATED-TS               PIC X(26).
