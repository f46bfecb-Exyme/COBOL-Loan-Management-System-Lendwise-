      ********************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE SANCTION_LIST   *
      *  ONE ROW PER NAME ON THE GOVERNMENT SANCTIONS LIST,  *
      *  REPLACED WHOLE BY SANCSCRN'S LOAD RUN. AN ENTRY'S   *
      *  PRIMARY NAME IS ALIAS_SEQ 0, EACH ALSO-KNOWN-AS     *
      *  NAME ANOTHER ALIAS_SEQ UNDER THE SAME ENTRY_ID.     *
      *  NAME_KEY IS THE NAME AS SCREENED - UPPER CASE,      *
      *  PUNCTUATION AND TITLES STRIPPED, ONE SPACE BETWEEN  *
      *  WORDS. CITY/STATE_CODE/COUNTRY_CODE ARE THE LISTED  *
      *  ADDRESS, WHERE THERE IS ONE. ENTRY_TYPE: 'I'        *
      *  INDIVIDUAL, 'E' ENTITY, 'V' VESSEL. LOADED_TS       *
      *  STAMPS THE LOAD - A NEW ONE RESCREENS EVERY         *
      *  CUSTOMER.                                           *
      ********************************************************

       01 SNL_ENTRY-ID                PIC S9(9) USAGE COMP.
       01 SNL_ALIAS-SEQ                PIC S9(4) USAGE COMP.
       01 SNL_ENTRY-TYPE               PIC X(1).
       01 SNL_ENTRY-NAME               PIC X(60).
       01 SNL_NAME-KEY                 PIC X(60).
       01 SNL_SANCTION-PROGRAM         PIC X(10).
       01 SNL_CITY                     PIC X(20).
       01 SNL_STATE-CODE               PIC X(2).
       01 SNL_COUNTRY-CODE             PIC X(2).
       01 SNL_LOADED-TS                PIC X(26).
