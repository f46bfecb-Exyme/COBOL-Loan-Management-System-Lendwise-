       01 BUR_REPORTED-STATUS          PIC X(2).
       01 BUR_REPORTED-BALANCE         PIC S9(15)V9(2) USAGE COMP-3.
       01 BUR_DAYS-PAST-DUE            PIC S9(4) USAGE COMP.
      * COMPLIANCE CONDITION CODE SENT WITH THE RECORD: 'XB' WHILE
      * A BUREAU DISPUTE IS OPEN, 'XH' ON THE FIRST CYCLE AFTER IT
      * CLOSES, SPACES OTHERWISE.
       01 BUR_COMPLIANCE-CODE          PIC X(2).
