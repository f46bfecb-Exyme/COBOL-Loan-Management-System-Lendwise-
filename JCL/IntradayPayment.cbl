//KALA12I JOB MSGLEVEL=(1,1),NOTIFY=&SYSUID                             00000010
//PLIB    JCLLIB ORDER=(MATE1.PROCLIB)                                  00000020
//*                                                                     00000030
//*  INTRADAY PAYMENT MINI-CYCLE                                        00000040
//*                                                                     00000050
//*  RUN ONE OR MORE TIMES DURING THE BUSINESS DAY, AFTER EACH          00000060
//*  INTRADAY PAYIN DROP LANDS, SO A PAYMENT RECEIVED AT 11 A.M.        00000070
//*  SHOWS AS PAID THE SAME DAY AND AUTOPAY DOES NOT PULL THE           00000080
//*  INSTALLMENT AGAIN THAT NIGHT. IT GATES THE DROP, LOADS IT          00000090
//*  (DUPLICATES TO SUSPENSE AS AT NIGHT) AND RUNS LNDWISE4 OVER        00000100
//*  JUST THE INVOICES THE LOAD PAID, WITH THE BALCHK PROOFS            00000110
//*  AROUND IT. THE INTRAPRM MEMBER CARRIES RUN-MODE=INTRADAY.          00000120
//*  IT REFUSES TO START WHILE A NIGHT CYCLE IS OPEN, AND THE           00000130
//*  NIGHT WILL NOT OPEN WHILE IT RUNS. THE NIGHT KNOWS WHAT IT         00000140
//*  APPLIED AND NEVER APPLIES IT TWICE; ITS GL SETS ARE                00000150
//*  APPENDED TO GLINTRA, WHICH THE NIGHT'S GLMERGE PICKS UP.           00000160
//*  GLINTRA IS ALLOCATED ONCE (EMPTY, FB 80) BEFORE FIRST USE.         00000170
//*                                                                     00000180
//*----------------------------------------------------------*          00000190
//*  STEP05 - CYCLEDT (ISTRT): REFUSE IF A CYCLE IS OPEN,     *         00000200
//*  ELSE RECORD THE RUN AS RUNNING IN BATCH_RUN_CONTROL -    *         00000210
//*  THE ONLINE CORRECTION AND TELLER SCREENS LOCK OUT UNTIL  *         00000220
//*  THE LAST STEP ENDS IT.                                   *         00000230
//*----------------------------------------------------------*          00000240
//STEP05   EXEC PGM=CYCLEDT                                             00000250
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000260
//SYSOUT   DD SYSOUT=*                                                  00000270
//SYSPRINT DD SYSOUT=*                                                  00000280
//SYSIN    DD *                                                         00000290
ISTRT                                                                   00000300
/*                                                                      00000310
//*                                                                     00000320
//*----------------------------------------------------------*          00000330
//*  STEP05 STOPPED THE RUN - NOTHING WAS STARTED, SO THERE   *         00000340
//*  IS NOTHING TO END.                                       *         00000350
//*----------------------------------------------------------*          00000360
//INTRAOK  IF (STEP05.RC = 0) THEN                                      00000370
//*                                                                     00000380
//*----------------------------------------------------------*          00000390
//*  STEP10 - FEEDGATE: PROVE THE INTRADAY DROP - HDR DATE    *         00000400
//*  TODAY, TRL COUNT AGREEING, NOT A DROP ALREADY LOADED.    *         00000410
//*----------------------------------------------------------*          00000420
//STEP10   EXEC PGM=FEEDGATE                                            00000430
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000440
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00000450
//         DD DSN=KALA12.LENDWISE.PARMLIB(INTRAPRM),DISP=SHR            00000460
//PAYIN    DD DSN=KALA12.PAYMENT.INTRADAY,DISP=SHR    <= INTRADAY DROP  00000470
//GATERPT  DD DSN=KALA12.FEEDGATE.INTRARPT(+1),      <= GATE REPORT     00000480
//            DISP=(NEW,CATLG,DELETE),                                  00000490
//            SPACE=(CYL,(1,1)),                                        00000500
//            DCB=(RECFM=FB,LRECL=132)                                  00000510
//SYSOUT   DD SYSOUT=*                                                  00000520
//SYSPRINT DD SYSOUT=*                                                  00000530
//*                                                                     00000540
//*----------------------------------------------------------*          00000550
//*  STEP20 - PAYMENT: LOAD THE DROP AND LOG EACH ROW IN      *         00000560
//*  INTRADAY_PAYMENT. A ROW AN EARLIER RUN ALREADY LOADED    *         00000570
//*  IS SKIPPED, NOT SENT TO SUSPENSE.                        *         00000580
//*----------------------------------------------------------*          00000590
//STEP20   EXEC PGM=PAYMENT,COND=(0,NE,STEP10)                          00000600
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000610
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(INTRAPRM),DISP=SHR            00000620
//INFILE   DD DSN=KALA12.PAYMENT.INTRADAY,DISP=SHR    <= INTRADAY DROP  00000630
//REJFILE  DD DSN=KALA12.PAYMENT.INTRAREJ(+1),       <= REJECTED ROWS   00000640
//            DISP=(NEW,CATLG,DELETE),                                  00000650
//            SPACE=(CYL,(1,1)),                                        00000660
//            DCB=(RECFM=FB,LRECL=100)                                  00000670
//SUSPFILE DD DSN=KALA12.PAYMENT.INTRASUS(+1),       <= DUP SUSPENSE    00000680
//            DISP=(NEW,CATLG,DELETE),                                  00000690
//            SPACE=(CYL,(1,1)),                                        00000700
//            DCB=(RECFM=FB,LRECL=100)                                  00000710
//SYSOUT   DD SYSOUT=*                                                  00000720
//SYSPRINT DD SYSOUT=*                                                  00000730
//*                                                                     00000740
//*----------------------------------------------------------*          00000750
//*  STEP25 - BALCHK (PRE): PROVE THE LOAD BALANCES BEFORE    *         00000760
//*  LNDWISE4 APPLIES IT.                                     *         00000770
//*----------------------------------------------------------*          00000780
//STEP25   EXEC PGM=BALCHK,COND=((0,NE,STEP10),(0,NE,STEP20))           00000790
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000800
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00000810
//BALRPT   DD DSN=KALA12.BALCHK.INTRAPRE(+1),        <= BALANCING PROOF 00000820
//            DISP=(NEW,CATLG,DELETE),                                  00000830
//            SPACE=(CYL,(1,1)),                                        00000840
//            DCB=(RECFM=FB,LRECL=100)                                  00000850
//SYSOUT   DD SYSOUT=*                                                  00000860
//SYSPRINT DD SYSOUT=*                                                  00000870
//SYSIN    DD *                                                         00000880
PRE                                                                     00000890
/*                                                                      00000900
//*                                                                     00000910
//*----------------------------------------------------------*          00000920
//*  STEP30 - LNDWISE4 (INTRADAY): APPLY THE LOAD TO JUST THE *         00000930
//*  INVOICES IT PAID. NO REPRICING, LATE FEES OR CUSTOMER    *         00000940
//*  NOTICES - THOSE STAY WITH THE NIGHT. GL IS APPENDED TO   *         00000950
//*  GLINTRA FOR THE NIGHT'S GLMERGE.                         *         00000960
//*----------------------------------------------------------*          00000970
//STEP30   EXEC PGM=LNDWISE4,                                           00000980
//             COND=((0,NE,STEP10),(0,NE,STEP20),(0,NE,STEP25))         00000990
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001000
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00001010
//         DD DSN=KALA12.LENDWISE.PARMLIB(INTRAPRM),DISP=SHR            00001020
//OUTFILE  DD DSN=KALA12.LNDWISE4.INTRAOUT(+1),      <= RECON OUTPUT    00001030
//            DISP=(NEW,CATLG,DELETE),                                  00001040
//            SPACE=(CYL,(1,1)),                                        00001050
//            DCB=(RECFM=FB,LRECL=200)                                  00001060
//NOTIFYOUT DD DUMMY                                                    00001070
//NOTIFYML DD DUMMY                                                     00001080
//CSVOUT   DD DSN=KALA12.LNDWISE4.INTRACSV(+1),      <= CSV OUTPUT      00001090
//            DISP=(NEW,CATLG,DELETE),                                  00001100
//            SPACE=(CYL,(1,1)),                                        00001110
//            DCB=(RECFM=FB,LRECL=200)                                  00001120
//GLOUT    DD DSN=KALA12.LNDWISE4.GLINTRA,           <= APPENDED GL     00001130
//            DISP=(MOD,CATLG,CATLG)                                    00001140
//SYSOUT   DD SYSOUT=*                                                  00001150
//SYSPRINT DD SYSOUT=*                                                  00001160
//*                                                                     00001170
//*----------------------------------------------------------*          00001180
//*  STEP35 - BALCHK (POST): PROVE THE DAY'S APPLIED MONEY    *         00001190
//*  BALANCED. RC 4 = NO AUDIT TRAIL TO MEASURE - REPORT ONLY.*         00001200
//*----------------------------------------------------------*          00001210
//STEP35   EXEC PGM=BALCHK,                                             00001220
//             COND=((0,NE,STEP10),(0,NE,STEP20),(0,NE,STEP25),         00001230
//             (0,NE,STEP30))                                           00001240
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001250
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00001260
//BALRPT   DD DSN=KALA12.BALCHK.INTRAPST(+1),        <= BALANCING PROOF 00001270
//            DISP=(NEW,CATLG,DELETE),                                  00001280
//            SPACE=(CYL,(1,1)),                                        00001290
//            DCB=(RECFM=FB,LRECL=100)                                  00001300
//SYSOUT   DD SYSOUT=*                                                  00001310
//SYSPRINT DD SYSOUT=*                                                  00001320
//SYSIN    DD *                                                         00001330
POST                                                                    00001340
/*                                                                      00001350
//*                                                                     00001360
//*----------------------------------------------------------*          00001370
//*  STEP90 - CYCLEDT (IEND): EVERY STEP RAN CLEAN - END THE  *         00001380
//*  RUN AND RELEASE THE ONLINE LOCKOUT. OTHERWISE STEP91     *         00001390
//*  MARKS IT FAILED (IFAIL), WHICH ALSO RELEASES THE         *         00001400
//*  LOCKOUT - LNDWISE4 COMMITS PER CHECKPOINT AND ONLY EVER  *         00001410
//*  APPLIES WHAT IS STILL UNAPPLIED, SO A RERUN IS SAFE.     *         00001420
//*----------------------------------------------------------*          00001430
//INTRADON IF (STEP10.RC = 0 & STEP20.RC = 0 & STEP25.RC = 0 &          00001440
//             STEP30.RC = 0 & STEP35.RC < 8) THEN                      00001450
//STEP90   EXEC PGM=CYCLEDT                                             00001460
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001470
//SYSOUT   DD SYSOUT=*                                                  00001480
//SYSPRINT DD SYSOUT=*                                                  00001490
//SYSIN    DD *                                                         00001500
IEND                                                                    00001510
/*                                                                      00001520
//INTRABAD ELSE                                                         00001530
//STEP91   EXEC PGM=CYCLEDT                                             00001540
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001550
//SYSOUT   DD SYSOUT=*                                                  00001560
//SYSPRINT DD SYSOUT=*                                                  00001570
//SYSIN    DD *                                                         00001580
IFAIL                                                                   00001590
/*                                                                      00001600
//INTRAFIN ENDIF                                                        00001610
//INTRAEND ENDIF                                                        00001620
