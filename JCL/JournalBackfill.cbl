//KALA12J JOB MSGLEVEL=(1,1),NOTIFY=&SYSUID                             00000010
//PLIB    JCLLIB ORDER=(MATE1.PROCLIB)                                  00000020
//*                                                                     00000030
//*  LOAN TRANSACTION JOURNAL - ONE-TIME HISTORY LOAD                   00000040
//*                                                                     00000050
//*  RUN ONCE, AFTER LOAN_JOURNAL IS CREATED AND BEFORE THE             00000060
//*  FIRST DAILY CYCLE THAT POSTS TO IT. LOADS EVERY LOAN'S             00000070
//*  MONEY MOVEMENTS FROM THE EXISTING TABLES (FUNDING,                 00000080
//*  BOARDING, PAYMENTS, ALLOCATIONS, FEES, PENALTIES, REFUNDS,         00000090
//*  ESCROW, ACCRUALS, CHARGE-OFFS, RECOVERIES, SETTLEMENTS AND         00000100
//*  OPERATOR CORRECTIONS). IF IT FAILS, RESUBMIT AS IS - IT            00000110
//*  CARRIES ON AFTER THE LAST LOAN COMMITTED. RC 8 MEANS THE           00000120
//*  LIVE PROGRAMS HAVE ALREADY POSTED AND NOTHING WAS LOADED.          00000130
//*                                                                     00000140
//*----------------------------------------------------------*          00000150
//*  STEP10 - JRNLBFIL: LOAD LOAN_JOURNAL FROM HISTORY.       *         00000160
//*----------------------------------------------------------*          00000170
//STEP10   EXEC PGM=JRNLBFIL                                            00000180
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000190
//SYSOUT   DD SYSOUT=*                                                  00000200
//SYSPRINT DD SYSOUT=*                                                  00000210
