//KALA12R JOB MSGLEVEL=(1,1),NOTIFY=&SYSUID                             00000010
//PLIB    JCLLIB ORDER=(MATE1.PROCLIB)                                  00000020
//*                                                                     00000030
//*  RATE AND PAYMENT SHOCK SIMULATION                                  00000040
//*                                                                     00000050
//*  RUN ON DEMAND BY TREASURY AND RISK BEFORE A RATE FEED GOES         00000060
//*  INTO RATELOAD. REPORT ONLY - NOTHING IS UPDATED. THE CARD:         00000070
//*    COLUMNS 1-5, 7-11, 13-17, 19-23, 25-29  UP TO FIVE SHOCKS        00000080
//*             IN BASIS POINTS, SIGNED (+0100, -0050)                  00000090
//*    COLUMNS 31-33  PAYMENT-RISE THRESHOLD, WHOLE PERCENT             00000100
//*  A BLANK CARD RUNS +100/+200/+300 AT 10 PERCENT. RC 8 = BAD         00000110
//*  CARD - NOTHING WAS RUN.                                            00000120
//*                                                                     00000130
//*----------------------------------------------------------*          00000140
//*  STEP10 - RATESHCK: REPRICE THE VARIABLE-RATE BOOK UNDER  *         00000150
//*  EACH SHOCK, ROLLED UP BY LOAN TYPE, AND LIST THE         *         00000160
//*  BORROWERS HIT HARDEST FOR COLLECTIONS.                   *         00000170
//*----------------------------------------------------------*          00000180
//STEP10   EXEC PGM=RATESHCK                                            00000190
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000200
//RPTFILE  DD DSN=KALA12.RATESHCK.REPORT(+1),       <= TREASURY/RISK    00000210
//            DISP=(NEW,CATLG,DELETE),                                  00000220
//            SPACE=(CYL,(1,1)),                                        00000230
//            DCB=(RECFM=FB,LRECL=132)                                  00000240
//WATCHOUT DD DSN=KALA12.RATESHCK.WATCHLST(+1),     <= COLLECTIONS      00000250
//            DISP=(NEW,CATLG,DELETE),                                  00000260
//            SPACE=(CYL,(1,1)),                                        00000270
//            DCB=(RECFM=FB,LRECL=200)                                  00000280
//SYSIN    DD *                                                         00000290
+0100 +0200 +0300             010                                       00000300
/*                                                                      00000310
//SYSOUT   DD SYSOUT=*                                                  00000320
//SYSPRINT DD SYSOUT=*                                                  00000330
