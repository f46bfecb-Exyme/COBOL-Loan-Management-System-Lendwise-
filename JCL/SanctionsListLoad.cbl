//KALA12S JOB MSGLEVEL=(1,1),NOTIFY=&SYSUID                             00000010
//PLIB    JCLLIB ORDER=(MATE1.PROCLIB)                                  00000020
//*                                                                     00000030
//*  SANCTIONS LIST LOAD                                                00000040
//*                                                                     00000050
//*  RUN ON DEMAND WHENEVER COMPLIANCE RECEIVES A NEW SANCTIONS         00000060
//*  LIST. REPLACES THE LIST SANCSCRN SCREENS AGAINST; THE NEXT         00000070
//*  DAILY CYCLE THEN RESCREENS EVERY CUSTOMER AGAINST IT. A            00000080
//*  FILE WHOSE TRAILER COUNT DOES NOT AGREE IS BACKED OUT WITH         00000090
//*  RC 8 AND THE PREVIOUS LIST STAYS IN FORCE.                         00000100
//*                                                                     00000110
//*----------------------------------------------------------*          00000120
//*  STEP10 - SANCSCRN: LOAD THE SANCTIONS LIST.              *         00000130
//*----------------------------------------------------------*          00000140
//STEP10   EXEC PGM=SANCSCRN                                            00000150
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000160
//SANCIN   DD DSN=KALA12.SANCTION.LISTIN,DISP=SHR     <= NEW LIST       00000170
//SYSIN    DD *                                                         00000180
LOAD                                                                    00000190
/*                                                                      00000200
//SYSOUT   DD SYSOUT=*                                                  00000210
//SYSPRINT DD SYSOUT=*                                                  00000220
