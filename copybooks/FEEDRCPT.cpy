      ******************************************************
      *  HOST VARIABLE DECLARATION FOR TABLE FEED_RECEIPT  *
      *  ONE ROW PER INBOUND FEED PER BUSINESS CYCLE,      *
      *  WRITTEN BY FEEDGATE BEFORE THE CYCLE STARTS.      *
      *  FIRST_RECORD / LAST_RECORD ARE THE HDR AND TRL    *
      *  IMAGES OF A FEED THAT CARRIES THEM (PAYIN,        *
      *  ORIGIN), OTHERWISE ITS FIRST AND LAST DETAIL.     *
      *  WITH RECORD_COUNT AND HASH_TOTAL (THE FEED'S      *
      *  AMOUNT COLUMN SUMMED) THEY FINGERPRINT THE FILE - *
      *  AN 'A' ROW FROM AN EARLIER CYCLE WITH THE SAME    *
      *  FINGERPRINT MEANS THE FILE WAS ALREADY PROCESSED. *
      *  THE DAYTIME MINI-CYCLE'S PAYIN DROPS ARE KEPT     *
      *  UNDER FEED_NAME 'PAYINTRA', ONE ROW PER DROP, AND *
      *  SHARE THEIR FINGERPRINTS WITH PAYIN.              *
      *  RECEIPT_STATUS:                                   *
      *    'A' = ACCEPTED                                  *
      *    'E' = LEGITIMATELY EMPTY (OPTIONAL FEED)        *
      *    'P' = OPTIONAL FEED NOT IN YET, CUTOFF NOT      *
      *          PASSED - WARNING ONLY                     *
      *    'M' = REQUIRED FEED MISSING OR EMPTY            *
      *    'B' = HEADER BUSINESS DATE IS NOT THE OPEN      *
      *          PROCESS_DATE CYCLE DATE                   *
      *    'T' = TRAILER MISSING OR ITS COUNT DISAGREES    *
      *    'D' = DUPLICATE OF A FILE ALREADY PROCESSED     *
      *  'M', 'B', 'T' AND 'D' STOP THE CYCLE.             *
      ******************************************************

       01 FDR_CYCLE-DATE              PIC X(10).
       01 FDR_FEED-NAME                PIC X(8).
       01 FDR_RECEIPT-STATUS           PIC X(1).
       01 FDR_HEADER-DATE              PIC X(10).
       01 FDR_RECORD-COUNT             PIC S9(9) USAGE COMP.
       01 FDR_HASH-TOTAL               PIC S9(15)V9(2) USAGE COMP-3.
       01 FDR_FIRST-RECORD             PIC X(80).
       01 FDR_LAST-RECORD              PIC X(80).
       01 FDR_CHECKED-TS               PIC X(26).
       01 FDR_NOTE                     PIC X(40).
