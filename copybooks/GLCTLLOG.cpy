      *******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE GL_CONTROL_LOG *
      *  THE RUNNING GL CONTROL-ACCOUNT BALANCES THAT       *
      *  GLPROOF PROVES AGAINST THE SUBLEDGER. ONE ROW PER  *
      *  CONTROL ACCOUNT PER GLPROOF RUN HOLDING THE DEBITS *
      *  AND CREDITS THAT RUN ABSORBED FROM THE GL EXTRACTS *
      *  - AN ACCOUNT'S GL BALANCE IS THE SUM OF ALL ITS    *
      *  ROWS.                                              *
      *  RUN_SOURCE: 'DAILY   ' OR 'MONTHEND' (THE CYCLE    *
      *  WHOSE EXTRACTS WERE ABSORBED), 'OPENING ' FOR THE  *
      *  TAKE-ON ROW WRITTEN THE FIRST TIME AN ACCOUNT IS   *
      *  PROVED. A RUN_DATE/RUN_SOURCE ALREADY LOGGED IS    *
      *  NEVER ABSORBED A SECOND TIME.                      *
      *******************************************************

       01 GCL_RUN-DATE                PIC X(10).
       01 GCL_RUN-SOURCE               PIC X(8).
       01 GCL_ACCOUNT                  PIC X(16).
       01 GCL_DEBITS                   PIC S9(15)V9(2) USAGE COMP-3.
       01 GCL_CREDITS                  PIC S9(15)V9(2) USAGE COMP-3.
       01 GCL_POSTED-TS                PIC X(26).
