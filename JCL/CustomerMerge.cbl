//KALA12M JOB MSGLEVEL=(1,1),NOTIFY=&SYSUID                             00000010
//PLIB    JCLLIB ORDER=(MATE1.PROCLIB)                                  00000020
//*                                                                     00000030
//*  CUSTOMER MERGE                                                     00000040
//*                                                                     00000050
//*  RUN ON DEMAND ONCE CUSTOMER SERVICE HAS CONFIRMED PAIRS            00000060
//*  FROM THE WEEKLY LIKELY-DUPLICATE REPORT. EACH PAIR MOVES           00000070
//*  EVERYTHING FROM THE RETIRED ID TO THE SURVIVING ONE AND            00000080
//*  LEAVES THE RETIRED ID INACTIVE. RC 4 MEANS SOME PAIRS WERE         00000090
//*  REJECTED - SEE REJFILE; THE REST ARE MERGED.                       00000100
//*                                                                     00000110
//*----------------------------------------------------------*          00000120
//*  STEP10 - CUSTMRG: MERGE DUPLICATE CUSTOMER PAIRS.        *         00000130
//*----------------------------------------------------------*          00000140
//STEP10   EXEC PGM=CUSTMRG                                             00000150
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000160
//MRGIN    DD DSN=KALA12.CUSTMRG.PAIRS,DISP=SHR      <= PAIRS           00000170
//REJFILE  DD DSN=KALA12.CUSTMRG.REJECTS(+1),        <= REJECTED PAIRS  00000180
//            DISP=(NEW,CATLG,DELETE),                                  00000190
//            SPACE=(CYL,(1,1)),                                        00000200
//            DCB=(RECFM=FB,LRECL=100)                                  00000210
//MRGRPT   DD DSN=KALA12.CUSTMRG.MERGELOG(+1),       <= MERGE LOG       00000220
//            DISP=(NEW,CATLG,DELETE),                                  00000230
//            SPACE=(CYL,(1,1)),                                        00000240
//            DCB=(RECFM=FB,LRECL=132)                                  00000250
//SYSIN    DD *                                                         00000260
MERGE                                                                   00000270
/*                                                                      00000280
//SYSOUT   DD SYSOUT=*                                                  00000290
//SYSPRINT DD SYSOUT=*                                                  00000300
