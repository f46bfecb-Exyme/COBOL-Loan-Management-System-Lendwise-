      *   DELINQUENCY FLAG ALONE, AND REFDISB STOPS        *
      *   OFFSETTING REFUNDS AGAINST THE HELD DEBT.        *
      *   HOLD_CODE: 'BK' BANKRUPTCY, 'DC' DECEASED,       *
      *   'DS' DISPUTED, 'CD' CEASE-AND-DESIST, 'SN'       *
      *   POSSIBLE SANCTIONS MATCH (PLACED BY SANCSCRN -   *
      *   FUNDDISB AND REFDISB SEND THE CUSTOMER NOTHING   *
      *   UNTIL COMPLIANCE RELEASES IT THROUGH HOLDMNT).   *
      *   HOLD_STATUS: 'A' ACTIVE, 'R' RELEASED.           *
      ******************************************************

