      ******************************************************
      *     RECORD LAYOUT FOR THE ORIGIN INPUT FILE        *
      *     (LOAN APPLICATION FEED, ONE PER NEW LOAN)      *
      *  THE FILE OPENS WITH A HDR RECORD - 'HDR' IN       *
      *  COLUMNS 1-3, THE BUSINESS DATE (YYYY-MM-DD) IN    *
      *  COLUMNS 4-13 - AND CLOSES WITH A TRL RECORD -     *
      *  'TRL' IN COLUMNS 1-3, DETAIL COUNT IN 4-6.        *
      *  FEEDGATE HOLDS THE CYCLE IF THE HDR DATE IS NOT   *
      *  THE OPEN BUSINESS DATE.                           *
      ******************************************************

       01 LOAN-APP-DETAILS.
