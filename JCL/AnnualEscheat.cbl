//KALA12E JOB MSGLEVEL=(1,1),NOTIFY=&SYSUID                             00000010
//PLIB    JCLLIB ORDER=(MATE1.PROCLIB)                                  00000020
//*                                                                     00000030
//*  ANNUAL UNCLAIMED PROPERTY REMITTANCE                               00000040
//*                                                                     00000050
//*  RUN ONCE A YEAR AHEAD OF THE STATE FILING DEADLINES. LISTS         00000060
//*  EVERY REFUND ESCHEATED DURING THE YEAR BY STATE, WITH THE          00000070
//*  TOTAL DUE TO EACH STATE. THE SYSIN CARD NAMES THE YEAR;            00000080
//*  LEFT BLANK (JUST REMIT) IT REPORTS THE PRIOR CALENDAR YEAR.        00000090
//*                                                                     00000100
//*----------------------------------------------------------*          00000110
//*  STEP10 - ESCHEAT: STATE REMITTANCE REPORT.               *         00000120
//*----------------------------------------------------------*          00000130
//STEP10   EXEC PGM=ESCHEAT                                             00000140
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000150
//ESCRPT   DD DSN=KALA12.ESCHEAT.REMITRPT(+1),       <= BY STATE        00000160
//            DISP=(NEW,CATLG,DELETE),                                  00000170
//            SPACE=(CYL,(1,1)),                                        00000180
//            DCB=(RECFM=FB,LRECL=132)                                  00000190
//SYSIN    DD *                                                         00000200
REMIT                                                                   00000210
/*                                                                      00000220
//SYSOUT   DD SYSOUT=*                                                  00000230
//SYSPRINT DD SYSOUT=*                                                  00000240
