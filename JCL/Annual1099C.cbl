//KALA12C JOB MSGLEVEL=(1,1),NOTIFY=&SYSUID                             00000010
//PLIB    JCLLIB ORDER=(MATE1.PROCLIB)                                  00000020
//*                                                                     00000030
//*  ANNUAL 1099-C CANCELLATION OF DEBT REPORTING                       00000040
//*                                                                     00000050
//*  RUN ONCE A YEAR IN JANUARY, AHEAD OF THE DEADLINES FOR THE         00000060
//*  BORROWER COPIES AND THE IRS FILING. THE CONTROL CARD NAMES         00000070
//*  THE TAX YEAR IN COLUMNS 1-4, THE SAME CARD YEARINT TAKES.          00000080
//*  THE POLICY PERIOD AND THE REPORTING THRESHOLD COME FROM THE        00000090
//*  PARMLIB (DISCONTINUE-MONTHS, C1099-THRESHOLD). A RERUN FOR         00000100
//*  THE SAME YEAR REBUILDS THAT YEAR'S DEBT_CANCEL ROWS.               00000110
//*                                                                     00000120
//*----------------------------------------------------------*          00000130
//*  STEP10 - CANC1099: 1099-C FORMS, IRS FILE, CONTROL.      *         00000140
//*----------------------------------------------------------*          00000150
//STEP10   EXEC PGM=CANC1099                                            00000160
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000170
//INFILE   DD DSN=KALA12.YEAREND.TAXYEAR,DISP=SHR   <= TAX YEAR         00000180
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00000190
//IRSFILE  DD DSN=KALA12.CANC1099.IRSFILE(+1),      <= TO FILING AGENT  00000200
//            DISP=(NEW,CATLG,DELETE),                                  00000210
//            SPACE=(CYL,(1,1)),                                        00000220
//            DCB=(RECFM=FB,LRECL=200)                                  00000230
//COPYFILE DD DSN=KALA12.CANC1099.COPYB(+1),        <= MAIL HOUSE       00000240
//            DISP=(NEW,CATLG,DELETE),                                  00000250
//            SPACE=(CYL,(1,1)),                                        00000260
//            DCB=(RECFM=FB,LRECL=132)                                  00000270
//ECOPYFIL DD DSN=KALA12.CANC1099.ECOPYB(+1),       <= E-DELIVERY       00000272
//            DISP=(NEW,CATLG,DELETE),                                  00000274
//            SPACE=(CYL,(1,1)),                                        00000276
//            DCB=(RECFM=FB,LRECL=132)                                  00000278
//CTLRPT   DD DSN=KALA12.CANC1099.CONTROL(+1),      <= TO FINANCE       00000280
//            DISP=(NEW,CATLG,DELETE),                                  00000290
//            SPACE=(CYL,(1,1)),                                        00000300
//            DCB=(RECFM=FB,LRECL=132)                                  00000310
//SYSOUT   DD SYSOUT=*                                                  00000320
//SYSPRINT DD SYSOUT=*                                                  00000330
