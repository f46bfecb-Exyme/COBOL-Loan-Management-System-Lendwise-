//            DISP=(NEW,CATLG,DELETE),                                  00000350
//            SPACE=(CYL,(5,5)),                                        00000360
//            DCB=(RECFM=FB,LRECL=132)                                  00000370
//ESTMFILE DD DSN=KALA12.STMTGEN.ESTATEMENTS(+1),   <= E-DELIVERY       00000380
//            DISP=(NEW,CATLG,DELETE),                                  00000390
//            SPACE=(CYL,(5,5)),                                        00000400
//            DCB=(RECFM=FB,LRECL=132)                                  00000410
//SYSOUT   DD SYSOUT=*                                                  00000420
//SYSPRINT DD SYSOUT=*                                                  00000430
//*                                                                     00000440
//*----------------------------------------------------------*          00000450
//*  STEP30 - BUREXT: CREDIT BUREAU REPORTING EXTRACT FOR     *         00000460
//*  THE CYCLE, LOGGED TO BUREAU_LOG FOR DISPUTE TRACING.     *         00000470
//*----------------------------------------------------------*          00000480
//STEP30   EXEC PGM=BUREXT,COND=((0,NE,STEP10),(0,NE,STEP20))           00000490
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000500
//INFILE   DD DSN=KALA12.MONTHEND.PERIOD,DISP=SHR      <= PERIOD CARD   00000510
//BURFILE  DD DSN=KALA12.BUREXT.SUBMISSION(+1),        <= TO BUREAU     00000520
//            DISP=(NEW,CATLG,DELETE),                                  00000530
//            SPACE=(CYL,(1,1)),                                        00000540
//            DCB=(RECFM=FB,LRECL=100)                                  00000550
//SYSOUT   DD SYSOUT=*                                                  00000560
//SYSPRINT DD SYSOUT=*                                                  00000570
//*                                                                     00000580
//*----------------------------------------------------------*          00000590
//*  STEP40 - PROVCALC: LOAN-LOSS PROVISION OFF THE AGING     *         00000600
//*  BUCKETS, WITH THE MOVEMENT POSTED TO THE GL.             *         00000610
//*----------------------------------------------------------*          00000620
//STEP40   EXEC PGM=PROVCALC,COND=(0,NE,STEP10)                         00000630
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000640
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00000650
//PRVRPT   DD DSN=KALA12.PROVCALC.REPORT(+1),          <= ROLL-UP       00000660
//            DISP=(NEW,CATLG,DELETE),                                  00000670
//            SPACE=(CYL,(1,1)),                                        00000680
//            DCB=(RECFM=FB,LRECL=132)                                  00000690
//PRVGL    DD DSN=KALA12.PROVCALC.GLOUT(+1),           <= GL POSTINGS   00000700
//            DISP=(NEW,CATLG,DELETE),                                  00000710
//            SPACE=(CYL,(1,1)),                                        00000720
//            DCB=(RECFM=FB,LRECL=80)                                   00000730
//SYSOUT   DD SYSOUT=*                                                  00000740
//SYSPRINT DD SYSOUT=*                                                  00000750
//*                                                                     00000760
//*----------------------------------------------------------*          00000770
//*  STEP45 - INVREMIT: REMIT EACH INVESTOR ITS SHARE OF THE  *         00000780
//*  PRINCIPAL, INTEREST AND RECOVERIES COLLECTED, LESS OUR   *         00000790
//*  SERVICING FEE, AND PASS THROUGH ITS SHARE OF LOSSES.     *         00000800
//*----------------------------------------------------------*          00000810
//STEP45   EXEC PGM=INVREMIT,COND=(0,NE,STEP10)                         00000820
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000830
//INFILE   DD DSN=KALA12.MONTHEND.PERIOD,DISP=SHR      <= PERIOD CARD   00000840
//INVRPT   DD DSN=KALA12.INVREMIT.REPORT(+1),          <= BY INVESTOR   00000850
//            DISP=(NEW,CATLG,DELETE),                                  00000860
//            SPACE=(CYL,(1,1)),                                        00000870
//            DCB=(RECFM=FB,LRECL=132)                                  00000880
//INVRMT   DD DSN=KALA12.INVREMIT.REMITOUT(+1),        <= TO INVESTORS  00000890
//            DISP=(NEW,CATLG,DELETE),                                  00000900
//            SPACE=(CYL,(1,1)),                                        00000910
//            DCB=(RECFM=FB,LRECL=150)                                  00000920
//INVGL    DD DSN=KALA12.INVREMIT.GLOUT(+1),           <= GL POSTINGS   00000930
//            DISP=(NEW,CATLG,DELETE),                                  00000940
//            SPACE=(CYL,(1,1)),                                        00000950
//            DCB=(RECFM=FB,LRECL=80)                                   00000960
//SYSOUT   DD SYSOUT=*                                                  00000970
//SYSPRINT DD SYSOUT=*                                                  00000980
//*                                                                     00000990
//*----------------------------------------------------------*          00001000
//*  STEP47 - FEEAMORT: EARN THE DEFERRED ORIGINATION FEES    *         00001010
//*  FOR THE MONTH, ACCELERATE THOSE ON LOANS THAT HAVE LEFT  *         00001020
//*  THE BOOK, AND ROLL THE BALANCES FORWARD BY LOAN TYPE.    *         00001030
//*  RC 4 = ROLLFORWARD DOES NOT PROVE.                       *         00001040
//*----------------------------------------------------------*          00001050
//STEP47   EXEC PGM=FEEAMORT,COND=(0,NE,STEP10)                         00001060
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001070
//INFILE   DD DSN=KALA12.MONTHEND.PERIOD,DISP=SHR      <= PERIOD CARD   00001080
//DEFRPT   DD DSN=KALA12.FEEAMORT.REPORT(+1),          <= ROLLFORWARD   00001090
//            DISP=(NEW,CATLG,DELETE),                                  00001100
//            SPACE=(CYL,(1,1)),                                        00001110
//            DCB=(RECFM=FB,LRECL=132)                                  00001120
//DEFGL    DD DSN=KALA12.FEEAMORT.GLOUT(+1),           <= GL POSTINGS   00001130
//            DISP=(NEW,CATLG,DELETE),                                  00001140
//            SPACE=(CYL,(1,1)),                                        00001150
//            DCB=(RECFM=FB,LRECL=80)                                   00001160
//SYSOUT   DD SYSOUT=*                                                  00001170
//SYSPRINT DD SYSOUT=*                                                  00001180
//*                                                                     00001190
//*----------------------------------------------------------*          00001200
//*  STEP50 - GLPROOF: ABSORB THE PROVISION, INVESTOR AND     *         00001210
//*  DEFERRED FEE POSTINGS INTO THE RUNNING GL CONTROL        *         00001220
//*  BALANCES AND RE-PROVE EVERY CONTROL ACCOUNT AGAINST ITS  *         00001230
//*  SUBLEDGER.                                               *         00001240
//*  RC 8 = OUT OF BALANCE.                                   *         00001250
//*----------------------------------------------------------*          00001260
//STEP50   EXEC PGM=GLPROOF,COND=((0,NE,STEP10),(0,NE,STEP40),          00001270
//            (0,NE,STEP45),(4,LT,STEP47))                              00001280
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001290
//GLIN     DD DSN=KALA12.PROVCALC.GLOUT(+1),DISP=SHR                    00001300
//         DD DSN=KALA12.INVREMIT.GLOUT(+1),DISP=SHR                    00001310
//         DD DSN=KALA12.FEEAMORT.GLOUT(+1),DISP=SHR                    00001320
//GLPRFRPT DD DSN=KALA12.GLPROOF.MEREPORT(+1),         <= PROOF REPORT  00001330
//            DISP=(NEW,CATLG,DELETE),                                  00001340
//            SPACE=(CYL,(1,1)),                                        00001350
//            DCB=(RECFM=FB,LRECL=100)                                  00001360
//SYSIN    DD *                                                         00001370
MONTHEND                                                                00001380
/*                                                                      00001390
//SYSOUT   DD SYSOUT=*                                                  00001400
//SYSPRINT DD SYSOUT=*                                                  00001410
//*                                                                     00001420
//*----------------------------------------------------------*          00001430
//*  STEP60 - AGENCY: PLACE CHARGED-OFF LOANS WITH THE        *         00001440
//*  OUTSIDE COLLECTION AGENCIES AND PRINT EACH AGENCY'S      *         00001450
//*  PLACEMENT INVENTORY.                                     *         00001460
//*----------------------------------------------------------*          00001470
//STEP60   EXEC PGM=AGENCY,COND=(0,NE,STEP10)                           00001480
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001490
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00001500
//AGYPLC   DD DSN=KALA12.AGENCY.PLACEMENTS(+1),        <= TO AGENCIES   00001510
//            DISP=(NEW,CATLG,DELETE),                                  00001520
//            SPACE=(CYL,(1,1)),                                        00001530
//            DCB=(RECFM=FB,LRECL=200)                                  00001540
//AGYRPT   DD DSN=KALA12.AGENCY.INVENTORY(+1),         <= BY AGENCY     00001550
//            DISP=(NEW,CATLG,DELETE),                                  00001560
//            SPACE=(CYL,(1,1)),                                        00001570
//            DCB=(RECFM=FB,LRECL=132)                                  00001580
//SYSIN    DD *                                                         00001590
PLACE                                                                   00001600
/*                                                                      00001610
//SYSOUT   DD SYSOUT=*                                                  00001620
//SYSPRINT DD SYSOUT=*                                                  00001630
//*                                                                     00001640
//*----------------------------------------------------------*          00001650
//*  STEP70 - EXPOSRPT: CUSTOMERS OVER OR NEAR THEIR CREDIT   *         00001660
//*  LIMIT ON AGGREGATE EXPOSURE, GUARANTOR AND CO-BORROWER   *         00001670
//*  OBLIGATIONS INCLUDED AT THE PARMLIB WEIGHTS.             *         00001680
//*----------------------------------------------------------*          00001690
//STEP70   EXEC PGM=EXPOSRPT,COND=(0,NE,STEP10)                         00001700
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001710
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00001720
//RPTFILE  DD DSN=KALA12.EXPOSRPT.REPORT(+1),        <= CREDIT RISK     00001730
//            DISP=(NEW,CATLG,DELETE),                                  00001740
//            SPACE=(CYL,(1,1)),                                        00001750
//            DCB=(RECFM=FB,LRECL=132)                                  00001760
//SYSOUT   DD SYSOUT=*                                                  00001770
//SYSPRINT DD SYSOUT=*                                                  00001780
//*                                                                     00001790
//*----------------------------------------------------------*          00001800
//*  STEP80 - PERDMNT: CONTROLLER'S LISTING OF THE PRIOR-     *         00001810
//*  PERIOD ADJUSTMENTS BOOKED IN THE PROCESSING MONTH, BY    *         00001820
//*  THE CLOSED PERIOD EACH ONE BELONGED TO.                  *         00001830
//*----------------------------------------------------------*          00001840
//STEP80   EXEC PGM=PERDMNT,COND=(0,NE,STEP10)                          00001850
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001860
//PPARPT   DD DSN=KALA12.PERDMNT.REPORT(+1),         <= CONTROLLER      00001870
//            DISP=(NEW,CATLG,DELETE),                                  00001880
//            SPACE=(CYL,(1,1)),                                        00001890
//            DCB=(RECFM=FB,LRECL=132)                                  00001900
//SYSIN    DD *                                                         00001910
REPORT                                                                  00001920
/*                                                                      00001930
//SYSOUT   DD SYSOUT=*                                                  00001940
//SYSPRINT DD SYSOUT=*                                                  00001950
//*                                                                     00001960
//*----------------------------------------------------------*          00001970
//*  STEP90 - VINTAGE: STATIC POOL PERFORMANCE BY ORIGINATION *         00001980
//*  MONTH AND LOAN TYPE FOR CREDIT RISK. ADDS THE MONTH'S    *         00001990
//*  POINT TO EVERY VINTAGE CURVE IN VINTAGE_HIST.            *         00002000
//*----------------------------------------------------------*          00002010
//STEP90   EXEC PGM=VINTAGE,COND=(0,NE,STEP10)                          00002020
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00002030
//VINRPT   DD DSN=KALA12.VINTAGE.REPORT(+1),         <= VINTAGE MATRIX  00002040
//            DISP=(NEW,CATLG,DELETE),                                  00002050
//            SPACE=(CYL,(1,1)),                                        00002060
//            DCB=(RECFM=FB,LRECL=132)                                  00002070
//SYSOUT   DD SYSOUT=*                                                  00002080
//SYSPRINT DD SYSOUT=*                                                  00002090
