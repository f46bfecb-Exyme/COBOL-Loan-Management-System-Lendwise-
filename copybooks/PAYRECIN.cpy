      ******************************************************
      *     RECORD LAYOUT FOR THE PAYIN INPUT FILE         *
      *  THE FILE OPENS WITH A HDR RECORD - 'HDR' IN       *
      *  COLUMNS 1-3, THE BUSINESS DATE (YYYY-MM-DD) IN    *
      *  COLUMNS 4-13 - AND CLOSES WITH A TRL RECORD -     *
      *  'TRL' IN COLUMNS 1-3, DETAIL COUNT IN 4-6.        *
      *  FEEDGATE HOLDS THE CYCLE IF THE HDR DATE IS NOT   *
      *  THE OPEN BUSINESS DATE.                           *
      ******************************************************

       01 PAYMENT-DETAILS.
          05 LBX-PAID-DATE            PIC X(10).
          05 LBX-PAYMENT-CHANNEL      PIC X(10).
          05 FILLER                   PIC X(26).

      ******************************************************
      *  TRUSTEE DETAIL RECORD ('TRS' IN COLUMNS 1-3) -    *
      *  A BANKRUPTCY TRUSTEE'S PLAN PAYMENT, KEYED BY     *
      *  LOAN-ID AND CASE NUMBER. ALLOCATED LIKE A         *
      *  LOCKBOX REMITTANCE AND POSTED WITH CHANNEL        *
      *  'TRUSTEE'.                                        *
      ******************************************************

       01 TRUSTEE-DETAILS.
          05 TRS-RECORD-TYPE          PIC X(3).
          05 TRS-PAYMENT-ID           PIC X(9).
          05 TRS-LOAN-ID              PIC X(9).
          05 TRS-PAID-AMT             PIC S9(11)V99.
          05 TRS-PAID-DATE            PIC X(10).
          05 TRS-CASE-NUMBER          PIC X(15).
          05 FILLER                   PIC X(21).
