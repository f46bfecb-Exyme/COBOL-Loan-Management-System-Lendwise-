      ******************************************************
      *   HOST VARIABLE DECLARATION FOR TABLE BK_CASE      *
      *   ONE ROW PER BANKRUPTCY CASE A CUSTOMER FILES,    *
      *   MAINTAINED BY BKMNT FROM LEGAL'S CASE FEED. THE  *
      *   'BK' ACCT_HOLD IS WHAT FREEZES THE ACCOUNT; THIS *
      *   ROW IS THE CASE BEHIND IT - THE LOANS IT COVERS  *
      *   ARE IN BK_CASE_LOAN.                             *
      *   CHAPTER: '07', '11' OR '13'.                     *
      *   CASE_STATUS: 'O' OPEN, 'D' DISCHARGED (CHGOFF    *
      *   WRITES THE CASE'S LOANS OFF), 'X' DISMISSED (THE *
      *   HOLD COMES OFF AND COLLECTION RESUMES).          *
      *   POC_BAR_DATE: LAST DAY TO FILE A PROOF OF CLAIM. *
      *   CLOSED_DATE: DISCHARGE OR DISMISSAL DATE.        *
      ******************************************************

       01 BKC_CASE-NUMBER             PIC X(15).
       01 BKC_CUSTOMER-ID              PIC S9(9) USAGE COMP.
       01 BKC_CHAPTER                  PIC X(2).
       01 BKC_PETITION-DATE            PIC X(10).
       01 BKC_POC-BAR-DATE             PIC X(10).
       01 BKC_TRUSTEE-NAME             PIC X(23).
       01 BKC_CASE-STATUS              PIC X(1).
       01 BKC_CLOSED-DATE              PIC X(10).
       01 BKC_UPDATED-BY               PIC X(8).
       01 BKC_UPDATED-TS               PIC X(26).
