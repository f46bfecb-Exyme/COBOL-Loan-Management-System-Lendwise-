       01 LS_LOAN-ID       PIC S9(9) USAGE COMP.                        00360006
      * 'P' = LOAN PAID OFF, 'T' = LOAN TRANSFERRED TO ANOTHER BANK,    00360106
      * 'F' = SETTLED IN FULL WITH THE REMAINDER FORGIVEN (SETTLMNT).     00360107
      * 'N' = REFINANCED INTO A NEW LOAN THAT PAID IT OFF (REFINANC).   00360108
       01 LS_REASON-CODE   PIC X(1).                                    00360206
      * 0 = ARCHIVE AND DELETE BOTH SUCCEEDED. NONZERO = THE SQLCODE    00360306
      * THAT FAILED - CALLER'S UNIT OF WORK, CALLER'S DECISION; THIS    00360406
