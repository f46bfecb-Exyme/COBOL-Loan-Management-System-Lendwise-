      *    'D' = SETTLED (CONFIRMED BACK BY THE BANK VIA   *
      *          THE FSETTLIN FEED)                        *
      *    'F' = FAILED (BANK RETURNED THE CREDIT)         *
      *    'N' = NOT SENT - THE BANK REJECTED THE ENTRY    *
      *          OFF ACHBUILD'S NACHA FILE, OR IT COULD    *
      *          NOT GO ON IT (NO PAYOUT ACCOUNT).         *
      *          FUNDDISB SENDS IT AGAIN.                  *
      *    'C' = CHECK ISSUED - CHKDISB MAILED A CHECK     *
      *          (NO PAYOUT ACCOUNT, OR THE CREDIT CAME    *
      *          BACK 'F'); 'D' WHEN THE BANK PAYS IT      *
      *    'I' = FUNDED INTERNALLY BY REFINANC - THE NEW   *
      *          LOAN'S PROCEEDS PAID OFF OLD LOANS AND    *
      *          NEVER WENT THROUGH THE BANK               *
      *    'A' = ACQUIRED - BOARDED BY BOARDLN FROM A      *
      *          PORTFOLIO BOUGHT FROM ANOTHER LENDER; THE *
      *          SELLER FUNDED IT AND WONA NEVER SEES IT   *
      *  WONA ONLY SCHEDULES A LOAN WHOSE ROW IS 'D' OR    *
      *  'I'; A LOAN WITH NO ROW AT ALL PREDATES THIS FEED *
      *  AND WAS FUNDED OUTSIDE THE SYSTEM.                *
      ******************************************************

       01 FND_LOAN-ID                 PIC S9(9) USAGE COMP.
