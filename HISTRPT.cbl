      * BILLED, WHAT WAS PAID, AND WHY THE ROWS WERE         *
      * REMOVED (DLTPAYPL REASON CODE: 'P' PAID OFF, 'T'     *
      * TRANSFERRED, 'R' RESTRUCTURED, 'S' SKIP-MOVED, 'F'   *
      * SETTLED IN FULL WITH THE REMAINDER FORGIVEN, 'N'     *
      * REFINANCED INTO A NEW LOAN, 'B' HISTORY BOARDED FROM *
      * THE PRIOR SERVICER OF AN ACQUIRED LOAN).             *
      * FOR CUSTOMER-DISPUTE RESEARCH WITHOUT A DBA/SPUFI.   *
      ********************************************************

               MOVE 'SKIP-MOVED    ' TO WS-REASON-TEXT
             WHEN 'F'
               MOVE 'SETTLED-FORGVN' TO WS-REASON-TEXT
             WHEN 'N'
               MOVE 'REFINANCED    ' TO WS-REASON-TEXT
             WHEN 'B'
               MOVE 'BOARDED HIST  ' TO WS-REASON-TEXT
             WHEN OTHER
               MOVE HIST_REASON-CODE TO WS-REASON-TEXT
           END-EVALUATE
