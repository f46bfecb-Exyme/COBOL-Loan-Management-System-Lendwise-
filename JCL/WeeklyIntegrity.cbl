//            DCB=(RECFM=FB,LRECL=132)                                  00000310
//SYSOUT   DD SYSOUT=*                                                  00000320
//SYSPRINT DD SYSOUT=*                                                  00000330
//*                                                                     00000340
//*----------------------------------------------------------*          00000350
//*  STEP30 - CUSTMRG: LIST LIKELY DUPLICATE CUSTOMERS        *         00000360
//*  (SAME NAME, EMAIL OR PHONE) FOR CUSTOMER SERVICE TO      *         00000370
//*  CONFIRM AND FEED TO THE CUSTOMERMERGE JOB.               *         00000380
//*----------------------------------------------------------*          00000390
//STEP30   EXEC PGM=CUSTMRG                                             00000400
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000410
//DUPRPT   DD DSN=KALA12.CUSTMRG.DUPRPT(+1),         <= CANDIDATES      00000420
//            DISP=(NEW,CATLG,DELETE),                                  00000430
//            SPACE=(CYL,(1,1)),                                        00000440
//            DCB=(RECFM=FB,LRECL=132)                                  00000450
//SYSIN    DD *                                                         00000460
SUGGEST                                                                 00000470
/*                                                                      00000480
//SYSOUT   DD SYSOUT=*                                                  00000490
//SYSPRINT DD SYSOUT=*                                                  00000500
//*                                                                     00000510
//*----------------------------------------------------------*          00000520
//*  STEP40 - CASHPROJ: 13-WEEK FORWARD CASH-FLOW PROJECTION  *         00000530
//*  BY LOAN TYPE FOR TREASURY. COLLECTION RATES PER DELQAGE  *         00000540
//*  BUCKET ARE CFP-RATE-* KEYS IN THE DAILY PARMLIB MEMBER.  *         00000550
//*----------------------------------------------------------*          00000560
//STEP40   EXEC PGM=CASHPROJ                                            00000570
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000580
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00000590
//RPTFILE  DD DSN=KALA12.CASHPROJ.REPORT(+1),        <= NET POSITION    00000600
//            DISP=(NEW,CATLG,DELETE),                                  00000610
//            SPACE=(CYL,(1,1)),                                        00000620
//            DCB=(RECFM=FB,LRECL=132)                                  00000630
//CSVFILE  DD DSN=KALA12.CASHPROJ.CSVOUT(+1),        <= TREASURY FEED   00000640
//            DISP=(NEW,CATLG,DELETE),                                  00000650
//            SPACE=(CYL,(1,1)),                                        00000660
//            DCB=(RECFM=FB,LRECL=200)                                  00000670
//SYSOUT   DD SYSOUT=*                                                  00000680
//SYSPRINT DD SYSOUT=*                                                  00000690
