//KALA12M JOB MSGLEVEL=(1,1),NOTIFY=&SYSUID                             00000010
//PLIB    JCLLIB ORDER=(MATE1.PROCLIB)                                  00000020
//*                                                                     00000030
//*  ACCOUNTING PERIOD CLOSE                                            00000040
//*                                                                     00000050
//*  RUN ON DEMAND BY FINANCE. ONE CARD PER RUN:                        00000060
//*    COLUMNS 1-6   ACTION  - CLOSE  OR OPEN                           00000070
//*    COLUMNS 8-14  PERIOD  - YYYY-MM                                  00000080
//*    COLUMNS 16-23 OPERATOR SIGNING THE CHANGE                        00000090
//*  CLOSE TAKES ONLY THE MONTH AFTER THE LAST CLOSED ONE, AND          00000100
//*  ONLY ONCE IT HAS ENDED. OPEN REOPENS ONLY THE LATEST CLOSED        00000110
//*  PERIOD, FOR A LATE CORRECTION. RC 8 = CARD REFUSED - SEE           00000120
//*  SYSOUT; NOTHING WAS CHANGED.                                       00000130
//*                                                                     00000140
//*----------------------------------------------------------*          00000150
//*  STEP10 - PERDMNT: CLOSE OR REOPEN ONE PERIOD.            *         00000160
//*----------------------------------------------------------*          00000170
//STEP10   EXEC PGM=PERDMNT                                             00000180
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000190
//SYSIN    DD *                                                         00000200
CLOSE  2026-09 FINOPS01                                                 00000210
/*                                                                      00000220
//SYSOUT   DD SYSOUT=*                                                  00000230
//SYSPRINT DD SYSOUT=*                                                  00000240
