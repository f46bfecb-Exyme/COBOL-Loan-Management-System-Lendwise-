//*  HALF-LOADED PAYMENT TABLE AND DLTDRV NEVER RUNS AGAINST A          00000090
//*  RECONCILIATION THAT DIDN'T COMPLETE.                               00000100
//*                                                                     00000110
//*----------------------------------------------------------*          00000120
//*  STEP05 - CYCLEDT: OPEN THE BUSINESS PROCESSING DATE.     *         00000130
//*  THE DATE CARD IS BLANK FOR A NORMAL NIGHT (TODAY); A     *         00000140
//*  CATCH-UP RUN KEYS THE MISSED BUSINESS DATE IN COLS 7-16. *         00000150
//*----------------------------------------------------------*          00000160
//STEP05   EXEC PGM=CYCLEDT                                             00000170
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000180
//SYSOUT   DD SYSOUT=*                                                  00000190
//SYSPRINT DD SYSOUT=*                                                  00000200
//SYSIN    DD *                                                         00000210
OPEN                                                                    00000220
/*                                                                      00000230
//*                                                                     00000240
//*----------------------------------------------------------*          00000250
//*  STEP06 - CALLOAD (CHECK): VERIFY THE HOLIDAY CALENDAR    *         00000260
//*  COVERS THE FULL SCHEDULING HORIZON. RC 8 STOPS THE       *         00000270
//*  CYCLE BEFORE A DUE DATE LANDS ON AN UNKEYED HOLIDAY.     *         00000280
//*  (THE LOADER RUNS ON DEMAND WITH MODE LOAD AND THE        *         00000290
//*  HOLIN FEED WHEN TREASURY SENDS NEXT YEAR'S DATES.)       *         00000300
//*----------------------------------------------------------*          00000310
//STEP06   EXEC PGM=CALLOAD                                             00000320
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000330
//SYSOUT   DD SYSOUT=*                                                  00000340
//SYSPRINT DD SYSOUT=*                                                  00000350
//SYSIN    DD *                                                         00000360
CHECK                                                                   00000370
/*                                                                      00000380
//*                                                                     00000390
//*----------------------------------------------------------*          00000400
//*  STEP06A - FEEDGATE: INBOUND FEED ARRIVAL GATE. PROVES   *          00000410
//*  EACH FEED THE CYCLE READS - IN BY ITS CUTOFF, HDR DATE  *          00000420
//*  THE OPEN BUSINESS DATE, TRL COUNT AGREEING, NOT A FILE  *          00000430
//*  ALREADY PROCESSED. RC 8 STOPS THE CYCLE; RC 4 = AN      *          00000440
//*  OPTIONAL FEED NOT IN YET - THE CYCLE RUNS WITHOUT IT.   *          00000450
//*----------------------------------------------------------*          00000460
//STEP06A  EXEC PGM=FEEDGATE,COND=(0,NE,STEP05)                         00000470
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000480
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00000490
//PAYIN    DD DSN=KALA12.PAYMENT.DAILYIN,DISP=SHR                       00000500
//ORIGIN   DD DSN=KALA12.ORIGLOAD.ORIGIN,DISP=SHR                       00000510
//AUTOIN   DD DSN=KALA12.AUTOPAY.ENROLLIN,DISP=SHR                      00000520
//ACHRTN   DD DSN=KALA12.AUTOPAY.RETURNS,DISP=SHR                       00000530
//DEPFILE  DD DSN=KALA12.BANK.DEPOSITS,DISP=SHR                         00000540
//ESCDISB  DD DSN=KALA12.ESCROW.DISBIN,DISP=SHR                         00000550
//RATEIN   DD DSN=KALA12.RATELOAD.RATEIN,DISP=SHR                       00000560
//CNTFILE  DD DSN=KALA12.TELLER.COUNTS,DISP=SHR                         00000570
//GATERPT  DD DSN=KALA12.FEEDGATE.REPORT(+1),       <= GATE REPORT      00000580
//            DISP=(NEW,CATLG,DELETE),                                  00000590
//            SPACE=(CYL,(1,1)),                                        00000600
//            DCB=(RECFM=FB,LRECL=132)                                  00000610
//SYSOUT   DD SYSOUT=*                                                  00000620
//SYSPRINT DD SYSOUT=*                                                  00000630
//*                                                                     00000640
//*----------------------------------------------------------*          00000650
//*  A FAILED CYCLE OPEN (STEP05), SHORT CALENDAR COVERAGE   *          00000660
//*  (STEP06) OR A FEED THAT FAILED THE GATE (STEP06A RC 8)  *          00000670
//*  STOPS THE WHOLE CYCLE. COND TESTS AGAINST A             *          00000680
//*  BYPASSED STEP ARE IGNORED AND THE DOWNSTREAM COND       *          00000690
//*  LISTS ARE ALREADY AT THE EIGHT-TEST LIMIT, SO THE GUARD *          00000700
//*  IS AN IF/ENDIF AROUND EVERYTHING THAT FOLLOWS - IT      *          00000710
//*  CANNOT BE SKIPPED THE WAY A CHAINED COND TEST CAN.      *          00000720
//*----------------------------------------------------------*          00000730
//CYCLEOK  IF (STEP05.RC = 0 & STEP06.RC = 0 &                          00000740
//             STEP06A.RC < 8) THEN                                     00000750
//*                                                                     00000760
//*----------------------------------------------------------*          00000770
//*  STEP07 - SANCSCRN (SCREEN): SANCTIONS-SCREEN EVERY NEW,  *         00000780
//*  RENAMED OR MOVED CUSTOMER (EVERYONE AFTER A NEW LIST)    *         00000790
//*  AND THE PAYEE OF EVERY PENDING FUNDING AND REFUND.       *         00000800
//*  FUNDDISB AND REFDISB PAY ONLY PAYEES SCREENED CLEAR      *         00000810
//*  TODAY. A POSSIBLE MATCH GETS AN 'SN' HOLD AND GOES ON    *         00000820
//*  THE COMPLIANCE REVIEW LIST (RC 4). THE LIST ITSELF IS    *         00000830
//*  LOADED ON DEMAND BY THE SANCTIONSLISTLOAD JOB.           *         00000840
//*----------------------------------------------------------*          00000850
//STEP07   EXEC PGM=SANCSCRN                                            00000860
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00000870
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00000880
//SCNRPT   DD DSN=KALA12.SANCSCRN.SCRNRPT(+1),       <= COMPLIANCE      00000890
//            DISP=(NEW,CATLG,DELETE),                                  00000900
//            SPACE=(CYL,(1,1)),                                        00000910
//            DCB=(RECFM=FB,LRECL=132)                                  00000920
//SYSIN    DD *                                                         00000930
SCREEN                                                                  00000940
/*                                                                      00000950
//SYSOUT   DD SYSOUT=*                                                  00000960
//SYSPRINT DD SYSOUT=*                                                  00000970
//*                                                                     00000980
//*----------------------------------------------------------*          00000990
//*  STEP08 - FUNDDISB: PAY OUT NEW LOAN PRINCIPAL VIA ACH    *         00001000
//*  AND APPLY THE BANK'S FUNDING SETTLEMENT CONFIRMATIONS;   *         00001010
//*  THE FUNDINGS' GL ENTRIES GO TO GLPROOF (STEP75).         *         00001020
//*----------------------------------------------------------*          00001030
//STEP08   EXEC PGM=FUNDDISB                                            00001040
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001050
//ACHFILE  DD DSN=KALA12.FUNDDISB.ACHOUT(+1),        <= TO ACHBUILD     00001060
//            DISP=(NEW,CATLG,DELETE),                                  00001070
//            SPACE=(CYL,(1,1)),                                        00001080
//            DCB=(RECFM=FB,LRECL=94)                                   00001090
//FSETTLIN DD DSN=KALA12.FUNDDISB.SETTLIN,DISP=SHR   <= BANK CONFIRMS   00001100
//FUNDGL   DD DSN=KALA12.FUNDDISB.GLOUT(+1),         <= GL POSTINGS     00001110
//            DISP=(NEW,CATLG,DELETE),                                  00001120
//            SPACE=(CYL,(1,1)),                                        00001130
//            DCB=(RECFM=FB,LRECL=80)                                   00001140
//SYSOUT   DD SYSOUT=*                                                  00001150
//SYSPRINT DD SYSOUT=*                                                  00001160
//*                                                                     00001170
//*----------------------------------------------------------*          00001180
//*  STEP09 - REFINANC: PAY OFF REFINANCED LOANS OUT OF THE   *         00001190
//*  NEW LOAN'S PROCEEDS AND FUND THE NEW LOAN INTERNALLY,    *         00001200
//*  AHEAD OF WONA SO IT IS SCHEDULED TONIGHT.                *         00001210
//*----------------------------------------------------------*          00001220
//STEP09   EXEC PGM=REFINANC                                            00001230
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001240
//INFILE   DD DSN=KALA12.REFINANC.REFIIN,DISP=SHR    <= REFINANCES      00001250
//REJFILE  DD DSN=KALA12.REFINANC.REJECTS(+1),       <= REJECTED ROWS   00001260
//            DISP=(NEW,CATLG,DELETE),                                  00001270
//            SPACE=(CYL,(1,1)),                                        00001280
//            DCB=(RECFM=FB,LRECL=100)                                  00001290
//RFIRPT   DD DSN=KALA12.REFINANC.REPORT(+1),        <= PAYOFF REPORT   00001300
//            DISP=(NEW,CATLG,DELETE),                                  00001310
//            SPACE=(CYL,(1,1)),                                        00001320
//            DCB=(RECFM=FB,LRECL=132)                                  00001330
//RFIGL    DD DSN=KALA12.REFINANC.GLOUT(+1),         <= GL POSTINGS     00001340
//            DISP=(NEW,CATLG,DELETE),                                  00001350
//            SPACE=(CYL,(1,1)),                                        00001360
//            DCB=(RECFM=FB,LRECL=80)                                   00001370
//SYSOUT   DD SYSOUT=*                                                  00001380
//SYSPRINT DD SYSOUT=*                                                  00001390
//*                                                                     00001400
//*----------------------------------------------------------*          00001410
//*  STEP10 - WONA: GENERATE PAYMENT PLANS FOR NEW LOANS.     *         00001420
//*----------------------------------------------------------*          00001430
//STEP10   EXEC PGM=WONA,COND=((0,NE,STEP06),(0,NE,STEP08))             00001440
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001450
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00001460
//REJFILE  DD DSN=KALA12.WONA.REJECTS(+1),              <= REJECTED ROWS00001470
//            DISP=(NEW,CATLG,DELETE),                                  00001480
//            SPACE=(CYL,(1,1)),                                        00001490
//            DCB=(RECFM=FB,LRECL=100)                                  00001500
//TILADOC  DD DSN=KALA12.WONA.TILADOC(+1),           <= TILA DISCLOSURES00001510
//            DISP=(NEW,CATLG,DELETE),                                  00001520
//            SPACE=(CYL,(1,1)),                                        00001530
//            DCB=(RECFM=FB,LRECL=132)                                  00001540
//TILAEXC  DD DSN=KALA12.WONA.TILAEXC(+1),           <= APR TOLERANCE   00001550
//            DISP=(NEW,CATLG,DELETE),                                  00001560
//            SPACE=(CYL,(1,1)),                                        00001570
//            DCB=(RECFM=FB,LRECL=132)                                  00001580
//SYSOUT   DD SYSOUT=*                                                  00001590
//SYSPRINT DD SYSOUT=*                                                  00001600
//*                                                                     00001610
//*----------------------------------------------------------*          00001620
//*  STEP11 - BOARDLN: BOARD LOANS BOUGHT FROM OTHER LENDERS. *         00001630
//*  NOTHING IS BOARDED UNLESS THE SELLER'S FILE AGREES TO    *         00001640
//*  ITS CONTROL TOTALS - SEE THE BALANCING REPORT (RC 8).    *         00001650
//*----------------------------------------------------------*          00001660
//STEP11   EXEC PGM=BOARDLN,COND=(0,NE,STEP10)                          00001670
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001680
//INFILE   DD DSN=KALA12.BOARDLN.BOARDIN,DISP=SHR    <= SELLER FILE     00001690
//REJFILE  DD DSN=KALA12.BOARDLN.REJECTS(+1),        <= REJECTED ROWS   00001700
//            DISP=(NEW,CATLG,DELETE),                                  00001710
//            SPACE=(CYL,(1,1)),                                        00001720
//            DCB=(RECFM=FB,LRECL=100)                                  00001730
//BRDRPT   DD DSN=KALA12.BOARDLN.BALRPT(+1),         <= BALANCING RPT   00001740
//            DISP=(NEW,CATLG,DELETE),                                  00001750
//            SPACE=(CYL,(1,1)),                                        00001760
//            DCB=(RECFM=FB,LRECL=132)                                  00001770
//BRDGL    DD DSN=KALA12.BOARDLN.GLOUT(+1),          <= GL POSTINGS     00001780
//            DISP=(NEW,CATLG,DELETE),                                  00001790
//            SPACE=(CYL,(1,1)),                                        00001800
//            DCB=(RECFM=FB,LRECL=80)                                   00001810
//SYSOUT   DD SYSOUT=*                                                  00001820
//SYSPRINT DD SYSOUT=*                                                  00001830
//*                                                                     00001840
//*----------------------------------------------------------*          00001850
//*  STEP12 - INVMNT: INVESTOR SET-UP AND PARTICIPATION       *         00001860
//*  SALES AND REPURCHASES, PRICED OFF LAST NIGHT'S LOAN      *         00001870
//*  BALANCES BEFORE TONIGHT'S PAYMENTS ARE APPLIED.          *         00001880
//*----------------------------------------------------------*          00001890
//STEP12   EXEC PGM=INVMNT,COND=(0,NE,STEP10)                           00001900
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00001910
//INFILE   DD DSN=KALA12.INVMNT.PARTIN,DISP=SHR      <= PARTICIPATIONS  00001920
//REJFILE  DD DSN=KALA12.INVMNT.REJECTS(+1),         <= REJECTED ROWS   00001930
//            DISP=(NEW,CATLG,DELETE),                                  00001940
//            SPACE=(CYL,(1,1)),                                        00001950
//            DCB=(RECFM=FB,LRECL=100)                                  00001960
//PRTRPT   DD DSN=KALA12.INVMNT.STANDING(+1),        <= STANDING SHARES 00001970
//            DISP=(NEW,CATLG,DELETE),                                  00001980
//            SPACE=(CYL,(1,1)),                                        00001990
//            DCB=(RECFM=FB,LRECL=100)                                  00002000
//INVGL    DD DSN=KALA12.INVMNT.GLOUT(+1),           <= GL POSTINGS     00002010
//            DISP=(NEW,CATLG,DELETE),                                  00002020
//            SPACE=(CYL,(1,1)),                                        00002030
//            DCB=(RECFM=FB,LRECL=80)                                   00002040
//SYSOUT   DD SYSOUT=*                                                  00002050
//SYSPRINT DD SYSOUT=*                                                  00002060
//*                                                                     00002070
//*----------------------------------------------------------*          00002080
//*  STEP13 - ACHBUILD ACK: APPLY THE BANK'S ACKNOWLEDGMENT  *          00002090
//*  OF EARLIER NACHA FILES. REJECTED FUNDINGS AND REFUNDS   *          00002100
//*  GO BACK TO NOT SENT; REJECTED AUTOPAY DEBITS GO TO      *          00002110
//*  APREJECT FOR STEP22 TO BACK OUT.                        *          00002120
//*----------------------------------------------------------*          00002130
//STEP13   EXEC PGM=ACHBUILD,COND=(0,NE,STEP10)                         00002140
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00002150
//ACKFILE  DD DSN=KALA12.ACHBUILD.BANKACK,DISP=SHR  <= BANK ACK         00002160
//APREJECT DD DSN=KALA12.ACHBUILD.APREJ(+1),        <= REJECTED DEBITS  00002170
//            DISP=(NEW,CATLG,DELETE),                                  00002180
//            SPACE=(CYL,(1,1)),                                        00002190
//            DCB=(RECFM=FB,LRECL=80)                                   00002200
//ACHRPT   DD DSN=KALA12.ACHBUILD.ACKRPT(+1),       <= ACK REPORT       00002210
//            DISP=(NEW,CATLG,DELETE),                                  00002220
//            SPACE=(CYL,(1,1)),                                        00002230
//            DCB=(RECFM=FB,LRECL=132)                                  00002240
//SYSIN    DD *                                                         00002250
ACK                                                                     00002260
/*                                                                      00002270
//SYSOUT   DD SYSOUT=*                                                  00002280
//SYSPRINT DD SYSOUT=*                                                  00002290
//*                                                                     00002300
//*----------------------------------------------------------*          00002310
//*  STEP14 - BKMNT: APPLY LEGAL'S BANKRUPTCY CASE FEED -    *          00002320
//*  OPEN CASES AND PLACE THEIR 'BK' HOLDS, RECORD CLAIMS,   *          00002330
//*  DISCHARGES AND DISMISSALS - AHEAD OF HOLDMNT SO THE     *          00002340
//*  STANDING-HOLD REPORT SHOWS TODAY'S CASES. POCRPT IS     *          00002350
//*  LEGAL'S PROOF-OF-CLAIM DEADLINE REPORT.                 *          00002360
//*----------------------------------------------------------*          00002370
//STEP14   EXEC PGM=BKMNT,COND=(0,NE,STEP10)                            00002380
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00002390
//INFILE   DD DSN=KALA12.BKMNT.CASEIN,DISP=SHR       <= CASE FEED       00002400
//REJFILE  DD DSN=KALA12.BKMNT.REJECTS(+1),          <= REJECTED ROWS   00002410
//            DISP=(NEW,CATLG,DELETE),                                  00002420
//            SPACE=(CYL,(1,1)),                                        00002430
//            DCB=(RECFM=FB,LRECL=100)                                  00002440
//POCRPT   DD DSN=KALA12.BKMNT.POCDEADL(+1),         <= CLAIM DEADLINES 00002450
//            DISP=(NEW,CATLG,DELETE),                                  00002460
//            SPACE=(CYL,(1,1)),                                        00002470
//            DCB=(RECFM=FB,LRECL=132)                                  00002480
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00002490
//SYSOUT   DD SYSOUT=*                                                  00002500
//SYSPRINT DD SYSOUT=*                                                  00002510
//*                                                                     00002520
//*----------------------------------------------------------*          00002530
//*  STEP15 - HOLDMNT: APPLY THE OPERATIONAL HOLD ON/OFF      *         00002540
//*  FEED BEFORE ANYTHING ASSESSES FEES OR SENDS NOTICES.     *         00002550
//*----------------------------------------------------------*          00002560
//STEP15   EXEC PGM=HOLDMNT,COND=(0,NE,STEP10)                          00002570
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00002580
//INFILE   DD DSN=KALA12.HOLDMNT.HOLDIN,DISP=SHR     <= HOLD FEED       00002590
//REJFILE  DD DSN=KALA12.HOLDMNT.REJECTS(+1),        <= REJECTED ROWS   00002600
//            DISP=(NEW,CATLG,DELETE),                                  00002610
//            SPACE=(CYL,(1,1)),                                        00002620
//            DCB=(RECFM=FB,LRECL=100)                                  00002630
//HLDRPT   DD DSN=KALA12.HOLDMNT.STANDING(+1),       <= STANDING HOLDS  00002640
//            DISP=(NEW,CATLG,DELETE),                                  00002650
//            SPACE=(CYL,(1,1)),                                        00002660
//            DCB=(RECFM=FB,LRECL=100)                                  00002670
//SYSOUT   DD SYSOUT=*                                                  00002680
//SYSPRINT DD SYSOUT=*                                                  00002690
//*                                                                     00002700
//*----------------------------------------------------------*          00002710
//*  STEP16 - ADDRMNT: APPLY THE POSTAL ADDRESS FEED.         *         00002720
//*----------------------------------------------------------*          00002730
//STEP16   EXEC PGM=ADDRMNT,COND=(0,NE,STEP10)                          00002740
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00002750
//INFILE   DD DSN=KALA12.ADDRMNT.ADDRIN,DISP=SHR     <= ADDRESS FEED    00002760
//REJFILE  DD DSN=KALA12.ADDRMNT.REJECTS(+1),        <= REJECTED ROWS   00002770
//            DISP=(NEW,CATLG,DELETE),                                  00002780
//            SPACE=(CYL,(1,1)),                                        00002790
//            DCB=(RECFM=FB,LRECL=100)                                  00002800
//SYSOUT   DD SYSOUT=*                                                  00002810
//SYSPRINT DD SYSOUT=*                                                  00002820
//*                                                                     00002830
//*----------------------------------------------------------*          00002840
//*  STEP17 - SCRAMNT: APPLY THE SERVICEMEMBER ACTIVE-DUTY    *         00002850
//*  FEED BEFORE LNDWISE4 REPRICES AND INTACCR ACCRUES, AND   *         00002860
//*  PRINT THE SCRA RATE CAP COMPLIANCE REPORT.               *         00002870
//*----------------------------------------------------------*          00002880
//STEP17   EXEC PGM=SCRAMNT,COND=(0,NE,STEP10)                          00002890
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00002900
//INFILE   DD DSN=KALA12.SCRAMNT.SCRAIN,DISP=SHR     <= ACTIVE DUTY     00002910
//REJFILE  DD DSN=KALA12.SCRAMNT.REJECTS(+1),        <= REJECTED ROWS   00002920
//            DISP=(NEW,CATLG,DELETE),                                  00002930
//            SPACE=(CYL,(1,1)),                                        00002940
//            DCB=(RECFM=FB,LRECL=100)                                  00002950
//SCRARPT  DD DSN=KALA12.SCRAMNT.CAPRPT(+1),         <= SCRA CAPS       00002960
//            DISP=(NEW,CATLG,DELETE),                                  00002970
//            SPACE=(CYL,(1,1)),                                        00002980
//            DCB=(RECFM=FB,LRECL=132)                                  00002990
//SYSOUT   DD SYSOUT=*                                                  00003000
//SYSPRINT DD SYSOUT=*                                                  00003010
//*                                                                     00003020
//*----------------------------------------------------------*          00003030
//*  STEP18 - FEEASSES: RAISE RECURRING PRODUCT FEES AND      *         00003040
//*  CARRY ALL NEWLY ASSESSED FEES TO THE GL.                 *         00003050
//*----------------------------------------------------------*          00003060
//STEP18   EXEC PGM=FEEASSES,COND=(0,NE,STEP10)                         00003070
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00003080
//FEEGL    DD DSN=KALA12.FEEASSES.GLOUT(+1),         <= GL POSTINGS     00003090
//            DISP=(NEW,CATLG,DELETE),                                  00003100
//            SPACE=(CYL,(1,1)),                                        00003110
//            DCB=(RECFM=FB,LRECL=80)                                   00003120
//SYSOUT   DD SYSOUT=*                                                  00003130
//SYSPRINT DD SYSOUT=*                                                  00003140
//*                                                                     00003150
//*----------------------------------------------------------*          00003160
//*  STEP20 - PAYMENT: LOAD TODAY'S PAYIN FEED.               *         00003170
//*----------------------------------------------------------*          00003180
//STEP20   EXEC PGM=PAYMENT,COND=(0,NE,STEP10)                          00003190
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00003200
//INFILE   DD DSN=KALA12.PAYMENT.DAILYIN,DISP=SHR          <= PAYIN FEED00003210
//REJFILE  DD DSN=KALA12.PAYMENT.REJECTS(+1),           <= REJECTED ROWS00003220
//            DISP=(NEW,CATLG,DELETE),                                  00003230
//            SPACE=(CYL,(1,1)),                                        00003240
//            DCB=(RECFM=FB,LRECL=100)                                  00003250
//SUSPFILE DD DSN=KALA12.PAYMENT.SUSPENSE(+1),          <= DUP SUSPENSE 00003260
//            DISP=(NEW,CATLG,DELETE),                                  00003270
//            SPACE=(CYL,(1,1)),                                        00003280
//            DCB=(RECFM=FB,LRECL=100)                                  00003290
//SYSOUT   DD SYSOUT=*                                                  00003300
//SYSPRINT DD SYSOUT=*                                                  00003310
//*                                                                     00003320
//*----------------------------------------------------------*          00003330
//*  STEP22 - AUTOPAY: APPLY ENROLLMENTS AND ACH RETURNS,     *         00003340
//*  THEN ORIGINATE DEBITS FOR ENROLLED INSTALLMENTS DUE.     *         00003350
//*----------------------------------------------------------*          00003360
//STEP22   EXEC PGM=AUTOPAY,COND=((0,NE,STEP10),(0,NE,STEP20))          00003370
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00003380
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00003390
//INFILE   DD DSN=KALA12.AUTOPAY.ENROLLIN,DISP=SHR   <= ENROLLMENT FEED 00003400
//REJFILE  DD DSN=KALA12.AUTOPAY.REJECTS(+1),        <= REJECTED ROWS   00003410
//            DISP=(NEW,CATLG,DELETE),                                  00003420
//            SPACE=(CYL,(1,1)),                                        00003430
//            DCB=(RECFM=FB,LRECL=100)                                  00003440
//ACHFILE  DD DSN=KALA12.AUTOPAY.ACHOUT(+1),         <= TO ACHBUILD     00003450
//            DISP=(NEW,CATLG,DELETE),                                  00003460
//            SPACE=(CYL,(1,1)),                                        00003470
//            DCB=(RECFM=FB,LRECL=94)                                   00003480
//ACHRTN   DD DSN=KALA12.AUTOPAY.RETURNS,DISP=SHR    <= FAILED DEBITS   00003490
//         DD DSN=KALA12.ACHBUILD.APREJ(+1),DISP=SHR <= BANK REJECTS    00003500
//SYSOUT   DD SYSOUT=*                                                  00003510
//SYSPRINT DD SYSOUT=*                                                  00003520
//*                                                                     00003530
//*----------------------------------------------------------*          00003540
//*  STEP23 - SUSPRES: WORK THE SUSPENSE TABLE OFF THE OPS    *         00003550
//*  DECISION FEED AND AGE WHATEVER IS STILL OPEN.            *         00003560
//*----------------------------------------------------------*          00003570
//STEP23   EXEC PGM=SUSPRES,COND=((0,NE,STEP10),(0,NE,STEP20))          00003580
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00003590
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00003600
//SUSPDEC  DD DSN=KALA12.SUSPRES.DECISIONS,DISP=SHR  <= OPS DECISIONS   00003610
//REJFILE  DD DSN=KALA12.SUSPRES.REJECTS(+1),        <= REJECTED ROWS   00003620
//            DISP=(NEW,CATLG,DELETE),                                  00003630
//            SPACE=(CYL,(1,1)),                                        00003640
//            DCB=(RECFM=FB,LRECL=100)                                  00003650
//AGERPT   DD DSN=KALA12.SUSPRES.AGING(+1),          <= AGING REPORT    00003660
//            DISP=(NEW,CATLG,DELETE),                                  00003670
//            SPACE=(CYL,(1,1)),                                        00003680
//            DCB=(RECFM=FB,LRECL=132)                                  00003690
//SYSOUT   DD SYSOUT=*                                                  00003700
//SYSPRINT DD SYSOUT=*                                                  00003710
//*                                                                     00003720
//*----------------------------------------------------------*          00003730
//*  STEP25 - BALCHK (PRE): PROVE THE PAYMENT LOAD BALANCES   *         00003740
//*  BEFORE LNDWISE4 RECONCILES AGAINST IT.                   *         00003750
//*----------------------------------------------------------*          00003760
//STEP25   EXEC PGM=BALCHK,COND=((0,NE,STEP10),(0,NE,STEP20))           00003770
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00003780
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00003790
//BALRPT   DD DSN=KALA12.BALCHK.PRERPT(+1),          <= BALANCING PROOF 00003800
//            DISP=(NEW,CATLG,DELETE),                                  00003810
//            SPACE=(CYL,(1,1)),                                        00003820
//            DCB=(RECFM=FB,LRECL=100)                                  00003830
//SYSOUT   DD SYSOUT=*                                                  00003840
//SYSPRINT DD SYSOUT=*                                                  00003850
//SYSIN    DD *                                                         00003860
PRE                                                                     00003870
/*                                                                      00003880
//*                                                                     00003890
//*----------------------------------------------------------*          00003900
//*  STEP30/STEP31 - LNDWISE4: DAILY RECONCILIATION/PAYOFF    *         00003910
//*  RUN, SPLIT INTO TWO KEY-RANGE SLICES. EACH SLICE'S       *         00003920
//*  PARMLIB MEMBER CARRIES ITS LOAN-ID-LOW/LOAN-ID-HIGH      *         00003930
//*  RANGE AND RUN-SLICE DIGIT, AND EACH WRITES ITS OWN       *         00003940
//*  OUTFILE/CSVOUT/GLOUT SLICE. THE SCHEDULER MAY LIFT THE   *         00003950
//*  SLICES INTO SEPARATE JOBS TO RUN THEM CONCURRENTLY -     *         00003960
//*  EACH COMMITS ON ITS OWN CHECKPOINT UNDER ITS OWN         *         00003970
//*  RUN-CONTROL STEP NAME. STEP32 MERGES THE GL SLICES AND   *         00003980
//*  PROVES THE COMBINED CONTROL TOTALS.                      *         00003990
//*----------------------------------------------------------*          00004000
//STEP30   EXEC PGM=LNDWISE4,                                           00004010
//             COND=((0,NE,STEP10),(0,NE,STEP20),(0,NE,STEP25))         00004020
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00004030
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPR1),DISP=SHR            00004040
//OUTFILE  DD DSN=KALA12.LNDWISE4.OUTFILE1(+1),          <= SLICE 1     00004050
//            DISP=(NEW,CATLG,DELETE),                                  00004060
//            SPACE=(CYL,(1,1)),                                        00004070
//            DCB=(RECFM=FB,LRECL=200)                                  00004080
//NOTIFYOUT DD DSN=KALA12.LNDWISE4.NOTIFYOUT1(+1),      <= CUST. NOTICES00004090
//            DISP=(NEW,CATLG,DELETE),                                  00004100
//            SPACE=(CYL,(1,1)),                                        00004110
//            DCB=(RECFM=FB,LRECL=150)                                  00004120
//NOTIFYML DD DSN=KALA12.LNDWISE4.NOTIFYML1(+1),    <= MAILED REMIND.   00004130
//            DISP=(NEW,CATLG,DELETE),                                  00004140
//            SPACE=(CYL,(1,1)),                                        00004150
//            DCB=(RECFM=FB,LRECL=250)                                  00004160
//CSVOUT   DD DSN=KALA12.LNDWISE4.CSVOUT1(+1),         <= CSV SLICE 1   00004170
//            DISP=(NEW,CATLG,DELETE),                                  00004180
//            SPACE=(CYL,(1,1)),                                        00004190
//            DCB=(RECFM=FB,LRECL=200)                                  00004200
//GLOUT    DD DSN=KALA12.LNDWISE4.GLOUT1(+1),          <= GL SLICE 1    00004210
//            DISP=(NEW,CATLG,DELETE),                                  00004220
//            SPACE=(CYL,(1,1)),                                        00004230
//            DCB=(RECFM=FB,LRECL=80)                                   00004240
//SYSOUT   DD SYSOUT=*                                                  00004250
//SYSPRINT DD SYSOUT=*                                                  00004260
//*                                                                     00004270
//STEP31   EXEC PGM=LNDWISE4,                                           00004280
//             COND=((0,NE,STEP10),(0,NE,STEP20),(0,NE,STEP25))         00004290
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00004300
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPR2),DISP=SHR            00004310
//OUTFILE  DD DSN=KALA12.LNDWISE4.OUTFILE2(+1),          <= SLICE 2     00004320
//            DISP=(NEW,CATLG,DELETE),                                  00004330
//            SPACE=(CYL,(1,1)),                                        00004340
//            DCB=(RECFM=FB,LRECL=200)                                  00004350
//NOTIFYOUT DD DSN=KALA12.LNDWISE4.NOTIFYOUT2(+1),      <= CUST. NOTICES00004360
//            DISP=(NEW,CATLG,DELETE),                                  00004370
//            SPACE=(CYL,(1,1)),                                        00004380
//            DCB=(RECFM=FB,LRECL=150)                                  00004390
//NOTIFYML DD DSN=KALA12.LNDWISE4.NOTIFYML2(+1),    <= MAILED REMIND.   00004400
//            DISP=(NEW,CATLG,DELETE),                                  00004410
//            SPACE=(CYL,(1,1)),                                        00004420
//            DCB=(RECFM=FB,LRECL=250)                                  00004430
//CSVOUT   DD DSN=KALA12.LNDWISE4.CSVOUT2(+1),         <= CSV SLICE 2   00004440
//            DISP=(NEW,CATLG,DELETE),                                  00004450
//            SPACE=(CYL,(1,1)),                                        00004460
//            DCB=(RECFM=FB,LRECL=200)                                  00004470
//GLOUT    DD DSN=KALA12.LNDWISE4.GLOUT2(+1),          <= GL SLICE 2    00004480
//            DISP=(NEW,CATLG,DELETE),                                  00004490
//            SPACE=(CYL,(1,1)),                                        00004500
//            DCB=(RECFM=FB,LRECL=80)                                   00004510
//SYSOUT   DD SYSOUT=*                                                  00004520
//SYSPRINT DD SYSOUT=*                                                  00004530
//*                                                                     00004540
//*----------------------------------------------------------*          00004550
//*  STEP32 - GLMERGE: COMBINE THE GL SLICES INTO ONE         *         00004560
//*  EXTRACT AND PROVE THE COMBINED CONTROL TOTALS MATCH.     *         00004570
//*  THE DAY'S INTRADAY PAYMENT RUNS APPENDED THEIR GL SETS   *         00004580
//*  TO GLINTRA, WHICH IS MERGED IN WITH THE NIGHT'S SLICES.  *         00004590
//*----------------------------------------------------------*          00004600
//STEP32   EXEC PGM=GLMERGE,                                            00004610
//             COND=((0,NE,STEP10),(0,NE,STEP20),(0,NE,STEP25),         00004620
//             (0,NE,STEP30),(0,NE,STEP31))                             00004630
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00004640
//GLSLICES DD DSN=KALA12.LNDWISE4.GLOUT1(+1),DISP=SHR                   00004650
//         DD DSN=KALA12.LNDWISE4.GLOUT2(+1),DISP=SHR                   00004660
//         DD DSN=KALA12.LNDWISE4.GLINTRA,DISP=SHR      <= INTRADAY GL  00004670
//GLALL    DD DSN=KALA12.LNDWISE4.GLOUT(+1),           <= COMBINED GL   00004680
//            DISP=(NEW,CATLG,DELETE),                                  00004690
//            SPACE=(CYL,(1,1)),                                        00004700
//            DCB=(RECFM=FB,LRECL=80)                                   00004710
//SYSOUT   DD SYSOUT=*                                                  00004720
//SYSPRINT DD SYSOUT=*                                                  00004730
//*                                                                     00004740
//*----------------------------------------------------------*          00004750
//*  STEP33/STEP34 - EMPTY GLINTRA FOR TOMORROW'S INTRADAY    *         00004760
//*  RUNS, BUT ONLY ONCE STEP32 HAS MERGED IT CLEAN - AN IF,  *         00004770
//*  NOT A COND, SO A BYPASSED STEP32 CANNOT LET IT GO.       *         00004780
//*----------------------------------------------------------*          00004790
//GLINTRST IF (STEP32.RUN & STEP32.RC = 0) THEN                         00004800
//STEP33   EXEC PGM=IEFBR14                                             00004810
//GLINTRA  DD DSN=KALA12.LNDWISE4.GLINTRA,DISP=(OLD,DELETE,KEEP)        00004820
//STEP34   EXEC PGM=IEFBR14,COND=(0,NE,STEP33)                          00004830
//GLINTRA  DD DSN=KALA12.LNDWISE4.GLINTRA,                              00004840
//            DISP=(NEW,CATLG,DELETE),                                  00004850
//            SPACE=(CYL,(1,1)),                                        00004860
//            DCB=(RECFM=FB,LRECL=80)                                   00004870
//GLINTRST ENDIF                                                        00004880
//*                                                                     00004890
//*----------------------------------------------------------*          00004900
//*  STEP35 - BALCHK (POST): PROVE THE RECONCILIATION LEFT    *         00004910
//*  THE MONEY BALANCED BEFORE DLTDRV CLEANS UP.              *         00004920
//*  RC 4 = NO BATCH AUDIT TRAIL TO MEASURE - REPORT ONLY.    *         00004930
//*----------------------------------------------------------*          00004940
//STEP35   EXEC PGM=BALCHK,                                             00004950
//             COND=((0,NE,STEP10),(0,NE,STEP20),(0,NE,STEP25),         00004960
//             (0,NE,STEP30),(0,NE,STEP31),(0,NE,STEP32))               00004970
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00004980
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00004990
//BALRPT   DD DSN=KALA12.BALCHK.POSTRPT(+1),         <= BALANCING PROOF 00005000
//            DISP=(NEW,CATLG,DELETE),                                  00005010
//            SPACE=(CYL,(1,1)),                                        00005020
//            DCB=(RECFM=FB,LRECL=100)                                  00005030
//SYSOUT   DD SYSOUT=*                                                  00005040
//SYSPRINT DD SYSOUT=*                                                  00005050
//SYSIN    DD *                                                         00005060
POST                                                                    00005070
/*                                                                      00005080
//*                                                                     00005090
//*----------------------------------------------------------*          00005100
//*  STEP37 - ERRRETRY: RE-DRIVE ROWS LNDWISE4 SKIPPED AND    *         00005110
//*  LOGGED TO SQL_ERROR_LOG. RC 8 = UNRESOLVED ERRORS        *         00005120
//*  REMAIN - THE SCHEDULER PAGES ON IT.                      *         00005130
//*----------------------------------------------------------*          00005140
//STEP37   EXEC PGM=ERRRETRY,                                           00005150
//             COND=((0,NE,STEP10),(0,NE,STEP20),(0,NE,STEP25),         00005160
//             (0,NE,STEP30),(0,NE,STEP31),(0,NE,STEP32))               00005170
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00005180
//EXCPFILE DD DSN=KALA12.ERRRETRY.EXCEPTIONS(+1),    <= OPS EXCEPTIONS  00005190
//            DISP=(NEW,CATLG,DELETE),                                  00005200
//            SPACE=(CYL,(1,1)),                                        00005210
//            DCB=(RECFM=FB,LRECL=132)                                  00005220
//SYSOUT   DD SYSOUT=*                                                  00005230
//SYSPRINT DD SYSOUT=*                                                  00005240
//*                                                                     00005250
//*----------------------------------------------------------*          00005260
//*  STEP38 - INTACCR: NIGHTLY PER-DIEM INTEREST ACCRUAL      *         00005270
//*  WITH EARNED-NOT-COLLECTED GL POSTINGS, NON-ACCRUAL       *         00005280
//*  ENTRY/CURE AND ACCRUED INTEREST REVERSAL.                *         00005290
//*----------------------------------------------------------*          00005300
//STEP38   EXEC PGM=INTACCR,                                            00005310
//             COND=((0,NE,STEP10),(0,NE,STEP20),(0,NE,STEP25),         00005320
//             (0,NE,STEP30),(0,NE,STEP31),(0,NE,STEP32))               00005330
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00005340
//ACCRGL   DD DSN=KALA12.INTACCR.GLOUT(+1),          <= GL POSTINGS     00005350
//            DISP=(NEW,CATLG,DELETE),                                  00005360
//            SPACE=(CYL,(1,1)),                                        00005370
//            DCB=(RECFM=FB,LRECL=80)                                   00005380
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00005390
//NACRPT   DD DSN=KALA12.INTACCR.NONACCR(+1),        <= NON-ACCRUAL     00005400
//            DISP=(NEW,CATLG,DELETE),                                  00005410
//            SPACE=(CYL,(1,1)),                                        00005420
//            DCB=(RECFM=FB,LRECL=132)                                  00005430
//SYSOUT   DD SYSOUT=*                                                  00005440
//SYSPRINT DD SYSOUT=*                                                  00005450
//*                                                                     00005460
//*----------------------------------------------------------*          00005470
//*  STEP40 - DLTDRV: ARCHIVE/DELETE PAYPLAN FOR CLOSED LOANS.*         00005480
//*----------------------------------------------------------*          00005490
//STEP40   EXEC PGM=DLTDRV,                                             00005500
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00005510
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00005520
//             (0,NE,STEP32))                                           00005530
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00005540
//SYSOUT   DD SYSOUT=*                                                  00005550
//SYSPRINT DD SYSOUT=*                                                  00005560
//*                                                                     00005570
//*----------------------------------------------------------*          00005580
//*  STEP45 - ESCROWPR (DAILY): CREDIT ESCROW FOR SETTLED     *         00005590
//*  INSTALLMENTS AND PAY TAX/INSURANCE BILLS FROM ESCROW.    *         00005600
//*----------------------------------------------------------*          00005610
//STEP45   EXEC PGM=ESCROWPR,                                           00005620
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00005630
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00005640
//             (0,NE,STEP32),(0,NE,STEP40))                             00005650
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00005660
//ESCDISB  DD DSN=KALA12.ESCROW.DISBIN,DISP=SHR      <= TAX/INS BILLS   00005670
//ESCRPT   DD DSN=KALA12.ESCROW.REPORT(+1),          <= ESCROW REPORT   00005680
//            DISP=(NEW,CATLG,DELETE),                                  00005690
//            SPACE=(CYL,(1,1)),                                        00005700
//            DCB=(RECFM=FB,LRECL=132)                                  00005710
//SYSOUT   DD SYSOUT=*                                                  00005720
//SYSPRINT DD SYSOUT=*                                                  00005730
//SYSIN    DD *                                                         00005740
DAILY                                                                   00005750
/*                                                                      00005760
//*                                                                     00005770
//*----------------------------------------------------------*          00005780
//*  STEP47 - SETTLMNT: REGISTER SETTLEMENT AGREEMENTS AND    *         00005790
//*  CLOSE OUT THE ONES WHOSE AGREED PAYMENT HAS POSTED.      *         00005800
//*----------------------------------------------------------*          00005810
//STEP47   EXEC PGM=SETTLMNT,                                           00005820
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00005830
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00005840
//             (0,NE,STEP32),(0,NE,STEP40))                             00005850
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00005860
//INFILE   DD DSN=KALA12.SETTLMNT.AGREEIN,DISP=SHR   <= AGREEMENTS      00005870
//REJFILE  DD DSN=KALA12.SETTLMNT.REJECTS(+1),       <= REJECTED ROWS   00005880
//            DISP=(NEW,CATLG,DELETE),                                  00005890
//            SPACE=(CYL,(1,1)),                                        00005900
//            DCB=(RECFM=FB,LRECL=100)                                  00005910
//STLRPT   DD DSN=KALA12.SETTLMNT.REPORT(+1),        <= FORGIVEN RPT    00005920
//            DISP=(NEW,CATLG,DELETE),                                  00005930
//            SPACE=(CYL,(1,1)),                                        00005940
//            DCB=(RECFM=FB,LRECL=132)                                  00005950
//STLGL    DD DSN=KALA12.SETTLMNT.GLOUT(+1),         <= GL POSTINGS     00005960
//            DISP=(NEW,CATLG,DELETE),                                  00005970
//            SPACE=(CYL,(1,1)),                                        00005980
//            DCB=(RECFM=FB,LRECL=80)                                   00005990
//SYSOUT   DD SYSOUT=*                                                  00006000
//SYSPRINT DD SYSOUT=*                                                  00006010
//*                                                                     00006020
//*----------------------------------------------------------*          00006030
//*  STEP48 - PIFLTR: PAID-IN-FULL LETTERS FOR LOANS          *         00006040
//*  ARCHIVED AS PAID OFF SINCE THE LAST CLEAN RUN.           *         00006050
//*----------------------------------------------------------*          00006060
//STEP48   EXEC PGM=PIFLTR,                                             00006070
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00006080
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00006090
//             (0,NE,STEP32),(0,NE,STEP40))                             00006100
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00006110
//LTRFILE  DD DSN=KALA12.PIFLTR.LETTERS(+1),         <= LETTER EXTRACT  00006120
//            DISP=(NEW,CATLG,DELETE),                                  00006130
//            SPACE=(CYL,(1,1)),                                        00006140
//            DCB=(RECFM=FB,LRECL=150)                                  00006150
//ELTRFILE DD DSN=KALA12.PIFLTR.ELETTERS(+1),       <= E-DELIVERY       00006160
//            DISP=(NEW,CATLG,DELETE),                                  00006170
//            SPACE=(CYL,(1,1)),                                        00006180
//            DCB=(RECFM=FB,LRECL=193)                                  00006190
//SYSOUT   DD SYSOUT=*                                                  00006200
//SYSPRINT DD SYSOUT=*                                                  00006210
//*                                                                     00006220
//*----------------------------------------------------------*          00006230
//*  STEP49 - SANCSCRN (PAYOUT): SANCTIONS-SCREEN THE PAYEE   *         00006240
//*  OF EVERY REFUND LNDWISE4 RAISED TONIGHT, SO REFDISB CAN  *         00006250
//*  PAY THEM. A POSSIBLE MATCH IS HELD ('SN') FOR            *         00006260
//*  COMPLIANCE AND GIVES RC 4.                               *         00006270
//*----------------------------------------------------------*          00006280
//STEP49   EXEC PGM=SANCSCRN,                                           00006290
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00006300
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00006310
//             (0,NE,STEP32),(0,NE,STEP40))                             00006320
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00006330
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00006340
//SCNRPT   DD DSN=KALA12.SANCSCRN.PAYRPT(+1),        <= COMPLIANCE      00006350
//            DISP=(NEW,CATLG,DELETE),                                  00006360
//            SPACE=(CYL,(1,1)),                                        00006370
//            DCB=(RECFM=FB,LRECL=132)                                  00006380
//SYSIN    DD *                                                         00006390
PAYOUT                                                                  00006400
/*                                                                      00006410
//SYSOUT   DD SYSOUT=*                                                  00006420
//SYSPRINT DD SYSOUT=*                                                  00006430
//*                                                                     00006440
//*----------------------------------------------------------*          00006450
//*  STEP50 - REFDISB: PAY OUT PENDING REFUNDS VIA ACH.       *         00006460
//*----------------------------------------------------------*          00006470
//STEP50   EXEC PGM=REFDISB,                                            00006480
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00006490
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00006500
//             (0,NE,STEP32),(0,NE,STEP40))                             00006510
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00006520
//ACHFILE  DD DSN=KALA12.REFDISB.ACHOUT(+1),         <= TO ACHBUILD     00006530
//            DISP=(NEW,CATLG,DELETE),                                  00006540
//            SPACE=(CYL,(1,1)),                                        00006550
//            DCB=(RECFM=FB,LRECL=94)                                   00006560
//SETTFILE DD DSN=KALA12.REFDISB.SETTLIN,DISP=SHR    <= BANK CONFIRMS   00006570
//SYSOUT   DD SYSOUT=*                                                  00006580
//SYSPRINT DD SYSOUT=*                                                  00006590
//*                                                                     00006600
//*----------------------------------------------------------*          00006610
//*  STEP51 - ACHBUILD BUILD: PROVE THE DAY'S THREE ACH      *          00006620
//*  EXTRACTS AND BUILD THE ONE NACHA FILE FOR THE BANK.     *          00006630
//*  RC 4 = CREDITS HELD FOR WANT OF A PAYOUT ACCOUNT (SEE   *          00006640
//*  ACHRPT); RC 8 = AN EXTRACT DID NOT PROVE, NOTHING SENT. *          00006650
//*----------------------------------------------------------*          00006660
//STEP51   EXEC PGM=ACHBUILD,                                           00006670
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00006680
//             (0,NE,STEP22),(0,NE,STEP25),(0,NE,STEP30),               00006690
//             (0,NE,STEP31),(0,NE,STEP32),(0,NE,STEP40))               00006700
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00006710
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00006720
//FUNDACH  DD DSN=KALA12.FUNDDISB.ACHOUT(+1),DISP=SHR                   00006730
//REFNACH  DD DSN=KALA12.REFDISB.ACHOUT(+1),DISP=SHR                    00006740
//AUTOACH  DD DSN=KALA12.AUTOPAY.ACHOUT(+1),DISP=SHR                    00006750
//NACHAOUT DD DSN=KALA12.ACHBUILD.NACHA(+1),        <= ACH TO BANK      00006760
//            DISP=(NEW,CATLG,DELETE),                                  00006770
//            SPACE=(CYL,(1,1)),                                        00006780
//            DCB=(RECFM=FB,LRECL=94,BLKSIZE=940)                       00006790
//ACHRPT   DD DSN=KALA12.ACHBUILD.BUILDRPT(+1),     <= BUILD REPORT     00006800
//            DISP=(NEW,CATLG,DELETE),                                  00006810
//            SPACE=(CYL,(1,1)),                                        00006820
//            DCB=(RECFM=FB,LRECL=132)                                  00006830
//SYSIN    DD *                                                         00006840
BUILD                                                                   00006850
/*                                                                      00006860
//SYSOUT   DD SYSOUT=*                                                  00006870
//SYSPRINT DD SYSOUT=*                                                  00006880
//*                                                                     00006890
//*----------------------------------------------------------*          00006900
//*  STEP52 - ESCHEAT: AGE RETURNED AND UNDELIVERABLE         *         00006910
//*  REFUNDS - APPLY CLAIMS, WRITE DUE-DILIGENCE LETTERS,     *         00006920
//*  ESCHEAT UNANSWERED ITEMS TO ESCHEAT PAYABLE.             *         00006930
//*----------------------------------------------------------*          00006940
//STEP52   EXEC PGM=ESCHEAT,                                            00006950
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00006960
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00006970
//             (0,NE,STEP32),(0,NE,STEP40))                             00006980
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00006990
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00007000
//CLAIMIN  DD DSN=KALA12.ESCHEAT.CLAIMS,DISP=SHR     <= CUSTOMER CLAIMS 00007010
//ESCLTR   DD DSN=KALA12.ESCHEAT.LETTERS(+1),        <= TO MAIL HOUSE   00007020
//            DISP=(NEW,CATLG,DELETE),                                  00007030
//            SPACE=(CYL,(1,1)),                                        00007040
//            DCB=(RECFM=FB,LRECL=200)                                  00007050
//ESCHGL   DD DSN=KALA12.ESCHEAT.GLOUT(+1),          <= GL POSTINGS     00007060
//            DISP=(NEW,CATLG,DELETE),                                  00007070
//            SPACE=(CYL,(1,1)),                                        00007080
//            DCB=(RECFM=FB,LRECL=80)                                   00007090
//SYSIN    DD *                                                         00007100
AGE                                                                     00007110
/*                                                                      00007120
//SYSOUT   DD SYSOUT=*                                                  00007130
//SYSPRINT DD SYSOUT=*                                                  00007140
//*                                                                     00007150
//*----------------------------------------------------------*          00007160
//*  STEP53 - CHKDISB: PAY BY CHECK WHAT ACH CANNOT DELIVER - *         00007170
//*  APPLY THE BANK'S PAID AND VOID FEEDS, VOID AND REISSUE   *         00007180
//*  STALE CHECKS, WRITE NEW CHECKS AND THE POSITIVE PAY.     *         00007190
//*----------------------------------------------------------*          00007200
//STEP53   EXEC PGM=CHKDISB,                                            00007210
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00007220
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00007230
//             (0,NE,STEP32),(0,NE,STEP40))                             00007240
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00007250
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00007260
//PAIDIN   DD DSN=KALA12.CHKDISB.PAIDIN,DISP=SHR    <= BANK PAID CHECKS 00007270
//VOIDIN   DD DSN=KALA12.CHKDISB.VOIDIN,DISP=SHR    <= BANK VOIDS       00007280
//CHKPRT   DD DSN=KALA12.CHKDISB.CHECKS(+1),        <= TO CHECK PRINTER 00007290
//            DISP=(NEW,CATLG,DELETE),                                  00007300
//            SPACE=(CYL,(1,1)),                                        00007310
//            DCB=(RECFM=FB,LRECL=200)                                  00007320
//POSPAY   DD DSN=KALA12.CHKDISB.POSPAY(+1),        <= TO BANK          00007330
//            DISP=(NEW,CATLG,DELETE),                                  00007340
//            SPACE=(CYL,(1,1)),                                        00007350
//            DCB=(RECFM=FB,LRECL=80)                                   00007360
//CHKRPT   DD DSN=KALA12.CHKDISB.REPORT(+1),        <= CHECK REGISTER   00007370
//            DISP=(NEW,CATLG,DELETE),                                  00007380
//            SPACE=(CYL,(1,1)),                                        00007390
//            DCB=(RECFM=FB,LRECL=132)                                  00007400
//SYSOUT   DD SYSOUT=*                                                  00007410
//SYSPRINT DD SYSOUT=*                                                  00007420
//*                                                                     00007430
//*----------------------------------------------------------*          00007440
//*  STEP54 - TELLPRF: LOAD THE BRANCH DRAWER COUNTS, PROVE   *         00007450
//*  EACH CLOSED TELLER DRAWER AND BOOK ITS OVER/SHORT, FLAG  *         00007460
//*  DRAWERS NOT CLOSED. RUNS BEFORE DEPRECON SO THE DEPOSIT  *         00007470
//*  MATCH KNOWS WHICH TELLER CASH IS NOT FINAL. RC 4 = AN    *         00007480
//*  OVER/SHORT, AN UNCLOSED DRAWER OR A REJECTED COUNT.      *         00007490
//*----------------------------------------------------------*          00007500
//STEP54   EXEC PGM=TELLPRF,                                            00007510
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00007520
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00007530
//             (0,NE,STEP32),(0,NE,STEP40))                             00007540
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00007550
//CNTFILE  DD DSN=KALA12.TELLER.COUNTS,DISP=SHR     <= BRANCH COUNTS    00007560
//DRWRPT   DD DSN=KALA12.TELLPRF.REPORT(+1),        <= DRAWER PROOF     00007570
//            DISP=(NEW,CATLG,DELETE),                                  00007580
//            SPACE=(CYL,(1,1)),                                        00007590
//            DCB=(RECFM=FB,LRECL=132)                                  00007600
//DRWGL    DD DSN=KALA12.TELLPRF.GLOUT(+1),         <= GL POSTINGS      00007610
//            DISP=(NEW,CATLG,DELETE),                                  00007620
//            SPACE=(CYL,(1,1)),                                        00007630
//            DCB=(RECFM=FB,LRECL=80)                                   00007640
//SYSOUT   DD SYSOUT=*                                                  00007650
//SYSPRINT DD SYSOUT=*                                                  00007660
//*                                                                     00007670
//*----------------------------------------------------------*          00007680
//*  STEP55 - DEPRECON: PROVE THE PAYMENT TABLE AGREES WITH   *         00007690
//*  THE BANK'S DEPOSIT STATEMENT. RC 8 = UNMATCHED MONEY.    *         00007700
//*----------------------------------------------------------*          00007710
//STEP55   EXEC PGM=DEPRECON,                                           00007720
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00007730
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00007740
//             (0,NE,STEP32),(0,NE,STEP40))                             00007750
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00007760
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00007770
//DEPFILE  DD DSN=KALA12.BANK.DEPOSITS,DISP=SHR      <= BANK STATEMENT  00007780
//DEPRPT   DD DSN=KALA12.DEPRECON.REPORT(+1),        <= EXCEPTIONS      00007790
//            DISP=(NEW,CATLG,DELETE),                                  00007800
//            SPACE=(CYL,(1,1)),                                        00007810
//            DCB=(RECFM=FB,LRECL=132)                                  00007820
//SYSOUT   DD SYSOUT=*                                                  00007830
//SYSPRINT DD SYSOUT=*                                                  00007840
//*                                                                     00007850
//*----------------------------------------------------------*          00007860
//*  STEP58 - PROMPAY: REGISTER PROMISES-TO-PAY AND MARK      *         00007870
//*  THEM KEPT/BROKEN BEFORE THE WORKLIST IS BUILT.           *         00007880
//*----------------------------------------------------------*          00007890
//STEP58   EXEC PGM=PROMPAY,                                            00007900
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00007910
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00007920
//             (0,NE,STEP32),(0,NE,STEP40))                             00007930
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00007940
//INFILE   DD DSN=KALA12.PROMPAY.PROMISEIN,DISP=SHR  <= PROMISE FEED    00007950
//REJFILE  DD DSN=KALA12.PROMPAY.REJECTS(+1),        <= REJECTED ROWS   00007960
//            DISP=(NEW,CATLG,DELETE),                                  00007970
//            SPACE=(CYL,(1,1)),                                        00007980
//            DCB=(RECFM=FB,LRECL=100)                                  00007990
//BRKRPT   DD DSN=KALA12.PROMPAY.BROKEN(+1),         <= BROKEN REPORT   00008000
//            DISP=(NEW,CATLG,DELETE),                                  00008010
//            SPACE=(CYL,(1,1)),                                        00008020
//            DCB=(RECFM=FB,LRECL=132)                                  00008030
//SYSOUT   DD SYSOUT=*                                                  00008040
//SYSPRINT DD SYSOUT=*                                                  00008050
//*                                                                     00008060
//*----------------------------------------------------------*          00008070
//*  STEP59 - REAGE: BRING CURRENT THE DELINQUENT LOANS THAT  *         00008080
//*  HAVE EARNED A RE-AGE WITH A STREAK OF FULL PAYMENTS,     *         00008090
//*  WITHIN THE 12-MONTH/5-YEAR LIMITS, BEFORE THE WORKLIST   *         00008100
//*  IS BUILT. REPORT = REFUSALS AND THE RE-AGE REGISTER.     *         00008110
//*----------------------------------------------------------*          00008120
//STEP59   EXEC PGM=REAGE,                                              00008130
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00008140
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00008150
//             (0,NE,STEP32),(0,NE,STEP40))                             00008160
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00008170
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00008180
//REAGERPT DD DSN=KALA12.REAGE.REGISTER(+1),        <= RE-AGE REGISTER  00008190
//            DISP=(NEW,CATLG,DELETE),                                  00008200
//            SPACE=(CYL,(1,1)),                                        00008210
//            DCB=(RECFM=FB,LRECL=132)                                  00008220
//SYSOUT   DD SYSOUT=*                                                  00008230
//SYSPRINT DD SYSOUT=*                                                  00008240
//*                                                                     00008250
//*----------------------------------------------------------*          00008260
//*  STEP59A - BEHVSCR: NIGHTLY INTERNAL BEHAVIOR SCORE PER   *         00008270
//*  CUSTOMER FROM PAYMENT HISTORY, AFTER PROMPAY HAS MARKED  *         00008280
//*  BROKEN PROMISES AND REAGE HAS RUN, SO DELQAGE CAN ORDER  *         00008290
//*  THE WORKLIST BY IT. REPORT = SCORE BANDS AND DROPS.      *         00008300
//*----------------------------------------------------------*          00008310
//STEP59A  EXEC PGM=BEHVSCR,                                            00008320
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00008330
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00008340
//             (0,NE,STEP32),(0,NE,STEP40))                             00008350
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00008360
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00008370
//SCORERPT DD DSN=KALA12.BEHVSCR.REPORT(+1),       <= SCORE REPORT      00008380
//            DISP=(NEW,CATLG,DELETE),                                  00008390
//            SPACE=(CYL,(1,1)),                                        00008400
//            DCB=(RECFM=FB,LRECL=132)                                  00008410
//SYSOUT   DD SYSOUT=*                                                  00008420
//SYSPRINT DD SYSOUT=*                                                  00008430
//*                                                                     00008440
//*----------------------------------------------------------*          00008450
//*  STEP60 - DELQAGE: COLLECTIONS AGING AND DELINQUENCY      *         00008460
//*  FLAG MAINTENANCE.                                        *         00008470
//*----------------------------------------------------------*          00008480
//STEP60   EXEC PGM=DELQAGE,                                            00008490
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00008500
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00008510
//             (0,NE,STEP32),(0,NE,STEP40))                             00008520
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00008530
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00008540
//WORKFILE DD DSN=KALA12.DELQAGE.WORKLIST(+1),       <= COLLECTIONS     00008550
//            DISP=(NEW,CATLG,DELETE),                                  00008560
//            SPACE=(CYL,(1,1)),                                        00008570
//            DCB=(RECFM=FB,LRECL=100)                                  00008580
//SYSOUT   DD SYSOUT=*                                                  00008590
//SYSPRINT DD SYSOUT=*                                                  00008600
//*                                                                     00008610
//*----------------------------------------------------------*          00008620
//*  STEP62 - AGENCY: LOAD COLLECTION AGENCY REMITTANCES      *         00008630
//*  FOR CHGOFF AND RECALL PLACEMENTS THAT TOOK A HOLD,       *         00008640
//*  A SETTLEMENT OR WERE PAID OFF.                           *         00008650
//*----------------------------------------------------------*          00008660
//STEP62   EXEC PGM=AGENCY,                                             00008670
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00008680
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00008690
//             (0,NE,STEP32),(0,NE,STEP40))                             00008700
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00008710
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00008720
//REMITIN  DD DSN=KALA12.AGENCY.REMITIN,DISP=SHR     <= FROM AGENCIES   00008730
//AGYRCL   DD DSN=KALA12.AGENCY.RECALLS(+1),         <= TO AGENCIES     00008740
//            DISP=(NEW,CATLG,DELETE),                                  00008750
//            SPACE=(CYL,(1,1)),                                        00008760
//            DCB=(RECFM=FB,LRECL=100)                                  00008770
//SYSIN    DD *                                                         00008780
DAILY                                                                   00008790
/*                                                                      00008800
//SYSOUT   DD SYSOUT=*                                                  00008810
//SYSPRINT DD SYSOUT=*                                                  00008820
//*                                                                     00008830
//*----------------------------------------------------------*          00008840
//*  STEP65 - CHGOFF: WRITE OFF LOANS AGED PAST THE           *         00008850
//*  THRESHOLD AND PICK UP RECOVERY CASH ON CHARGED-OFF       *         00008860
//*  LOANS. LOANS ON A DISCHARGED BANKRUPTCY CASE ARE      *            00008870
//*  WRITTEN OFF HERE WHATEVER THEIR AGE.                  *            00008880
//*----------------------------------------------------------*          00008890
//STEP65   EXEC PGM=CHGOFF,                                             00008900
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00008910
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00008920
//             (0,NE,STEP32),(0,NE,STEP40))                             00008930
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00008940
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00008950
//CHGRPT   DD DSN=KALA12.CHGOFF.REPORT(+1),          <= CHG-OFF/RECOV   00008960
//            DISP=(NEW,CATLG,DELETE),                                  00008970
//            SPACE=(CYL,(1,1)),                                        00008980
//            DCB=(RECFM=FB,LRECL=132)                                  00008990
//CHGGL    DD DSN=KALA12.CHGOFF.GLOUT(+1),           <= GL POSTINGS     00009000
//            DISP=(NEW,CATLG,DELETE),                                  00009010
//            SPACE=(CYL,(1,1)),                                        00009020
//            DCB=(RECFM=FB,LRECL=80)                                   00009030
//SYSOUT   DD SYSOUT=*                                                  00009040
//SYSPRINT DD SYSOUT=*                                                  00009050
//*                                                                     00009060
//*----------------------------------------------------------*          00009070
//*  STEP70 - RATENOTF: ADVANCE NOTICE TO CUSTOMERS BEFORE    *         00009080
//*  THEIR VARIABLE-RATE LOANS REPRICE.                       *         00009090
//*----------------------------------------------------------*          00009100
//STEP70   EXEC PGM=RATENOTF,                                           00009110
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00009120
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00009130
//             (0,NE,STEP32),(0,NE,STEP40))                             00009140
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00009150
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00009160
//RATENOUT DD DSN=KALA12.RATENOTF.NOTICES(+1),       <= CUST. NOTICES   00009170
//            DISP=(NEW,CATLG,DELETE),                                  00009180
//            SPACE=(CYL,(1,1)),                                        00009190
//            DCB=(RECFM=FB,LRECL=150)                                  00009200
//RATEMAIL DD DSN=KALA12.RATENOTF.MAILED(+1),       <= MAIL HOUSE       00009210
//            DISP=(NEW,CATLG,DELETE),                                  00009220
//            SPACE=(CYL,(1,1)),                                        00009230
//            DCB=(RECFM=FB,LRECL=140)                                  00009240
//SYSOUT   DD SYSOUT=*                                                  00009250
//SYSPRINT DD SYSOUT=*                                                  00009260
//*                                                                     00009270
//*----------------------------------------------------------*          00009280
//*  STEP72 - CASHMON: TELLER CASH OVER THE CTR THRESHOLD     *         00009290
//*  (EXTRACT FOR FILING) AND ROLLING-WINDOW STRUCTURING      *         00009300
//*  ALERTS FOR THE COMPLIANCE OFFICER.                       *         00009310
//*----------------------------------------------------------*          00009320
//STEP72   EXEC PGM=CASHMON,                                            00009330
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00009340
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00009350
//             (0,NE,STEP32),(0,NE,STEP40))                             00009360
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00009370
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00009380
//CTREXT   DD DSN=KALA12.CASHMON.CTREXT(+1),         <= CTR FILING      00009390
//            DISP=(NEW,CATLG,DELETE),                                  00009400
//            SPACE=(CYL,(1,1)),                                        00009410
//            DCB=(RECFM=FB,LRECL=200)                                  00009420
//STRRPT   DD DSN=KALA12.CASHMON.ALERTS(+1),         <= COMPLIANCE      00009430
//            DISP=(NEW,CATLG,DELETE),                                  00009440
//            SPACE=(CYL,(1,1)),                                        00009450
//            DCB=(RECFM=FB,LRECL=132)                                  00009460
//SYSOUT   DD SYSOUT=*                                                  00009470
//SYSPRINT DD SYSOUT=*                                                  00009480
//*                                                                     00009490
//*----------------------------------------------------------*          00009500
//*  STEP73 - ACDVPROC: LOAD CREDIT BUREAU DISPUTES (ACDV),   *         00009510
//*  ANSWER THE ONES THE BOOKS VERIFY, APPLY ANALYST          *         00009520
//*  DECISIONS AND AGE THE REST. RC 4 = PAST DEADLINE.        *         00009530
//*----------------------------------------------------------*          00009540
//STEP73   EXEC PGM=ACDVPROC,                                           00009550
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00009560
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00009570
//             (0,NE,STEP32),(0,NE,STEP40))                             00009580
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00009590
//PARMFILE DD DSN=KALA12.LENDWISE.PARMLIB(DAILYPRM),DISP=SHR            00009600
//ACDVIN   DD DSN=KALA12.BUREAU.ACDVIN,DISP=SHR      <= FROM BUREAUS    00009610
//ACDVDEC  DD DSN=KALA12.BUREAU.ACDVDEC,DISP=SHR     <= ANALYSTS        00009620
//ACDVOUT  DD DSN=KALA12.BUREAU.ACDVRESP(+1),        <= TO BUREAUS      00009630
//            DISP=(NEW,CATLG,DELETE),                                  00009640
//            SPACE=(CYL,(1,1)),                                        00009650
//            DCB=(RECFM=FB,LRECL=200)                                  00009660
//DSPAGE   DD DSN=KALA12.ACDVPROC.AGING(+1),         <= COMPLIANCE      00009670
//            DISP=(NEW,CATLG,DELETE),                                  00009680
//            SPACE=(CYL,(1,1)),                                        00009690
//            DCB=(RECFM=FB,LRECL=132)                                  00009700
//SYSOUT   DD SYSOUT=*                                                  00009710
//SYSPRINT DD SYSOUT=*                                                  00009720
//*                                                                     00009730
//*----------------------------------------------------------*          00009740
//*  STEP74 - PERDMNT: PRIOR-PERIOD-ADJUSTMENT GL PAIRS FOR  *          00009750
//*  POSTINGS VALUE-DATED IN A CLOSED ACCOUNTING PERIOD      *          00009760
//*  (TONIGHT'S AND THE DAY'S TELLER/CORRECTION SCREENS).    *          00009770
//*----------------------------------------------------------*          00009780
//STEP74   EXEC PGM=PERDMNT,                                            00009790
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00009800
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00009810
//             (0,NE,STEP32),(0,NE,STEP40))                             00009820
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00009830
//PPAGL    DD DSN=KALA12.PERDMNT.GLOUT(+1),          <= GL POSTINGS     00009840
//            DISP=(NEW,CATLG,DELETE),                                  00009850
//            SPACE=(CYL,(1,1)),                                        00009860
//            DCB=(RECFM=FB,LRECL=80)                                   00009870
//SYSIN    DD *                                                         00009880
POST                                                                    00009890
/*                                                                      00009900
//SYSOUT   DD SYSOUT=*                                                  00009910
//SYSPRINT DD SYSOUT=*                                                  00009920
//*                                                                     00009930
//*----------------------------------------------------------*          00009940
//*  STEP75 - GLPROOF: SUBLEDGER TO GL CONTROL-ACCOUNT PROOF. *         00009950
//*  ABSORBS TONIGHT'S GL EXTRACTS INTO THE RUNNING CONTROL   *         00009960
//*  BALANCES AND PROVES EACH AGAINST ITS SUBLEDGER.          *         00009970
//*  RC 8 = OUT OF BALANCE (SHOWN RED BY OPSDIGST).           *         00009980
//*----------------------------------------------------------*          00009990
//STEP75   EXEC PGM=GLPROOF,                                            00010000
//             COND=((4,LT,STEP35),(0,NE,STEP10),(0,NE,STEP20),         00010010
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00010020
//             (0,NE,STEP32),(0,NE,STEP40))                             00010030
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00010040
//GLIN     DD DSN=KALA12.LNDWISE4.GLOUT(+1),DISP=SHR                    00010050
//         DD DSN=KALA12.FEEASSES.GLOUT(+1),DISP=SHR                    00010060
//         DD DSN=KALA12.FUNDDISB.GLOUT(+1),DISP=SHR                    00010070
//         DD DSN=KALA12.INTACCR.GLOUT(+1),DISP=SHR                     00010080
//         DD DSN=KALA12.SETTLMNT.GLOUT(+1),DISP=SHR                    00010090
//         DD DSN=KALA12.REFINANC.GLOUT(+1),DISP=SHR                    00010100
//         DD DSN=KALA12.BOARDLN.GLOUT(+1),DISP=SHR                     00010110
//         DD DSN=KALA12.INVMNT.GLOUT(+1),DISP=SHR                      00010120
//         DD DSN=KALA12.CHGOFF.GLOUT(+1),DISP=SHR                      00010130
//         DD DSN=KALA12.ESCHEAT.GLOUT(+1),DISP=SHR                     00010140
//         DD DSN=KALA12.PERDMNT.GLOUT(+1),DISP=SHR                     00010150
//         DD DSN=KALA12.TELLPRF.GLOUT(+1),DISP=SHR                     00010160
//GLPRFRPT DD DSN=KALA12.GLPROOF.REPORT(+1),         <= PROOF REPORT    00010170
//            DISP=(NEW,CATLG,DELETE),                                  00010180
//            SPACE=(CYL,(1,1)),                                        00010190
//            DCB=(RECFM=FB,LRECL=100)                                  00010200
//SYSIN    DD *                                                         00010210
DAILY                                                                   00010220
/*                                                                      00010230
//SYSOUT   DD SYSOUT=*                                                  00010240
//SYSPRINT DD SYSOUT=*                                                  00010250
//*                                                                     00010260
//*----------------------------------------------------------*          00010270
//*  STEP80 - OPSDIGST: ONE-PAGE CYCLE DIGEST - STEP TIMINGS  *         00010280
//*  VS BASELINE, REJECT/SUSPENSE COUNTS, UNRESOLVED ERRORS   *         00010290
//*  AND THE BALANCING VERDICTS, WITH THE FEED GATE.         *          00010300
//*  RC 8 = A SECTION IS RED.                                *          00010310
//*----------------------------------------------------------*          00010320
//STEP80   EXEC PGM=OPSDIGST                                            00010330
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00010340
//WONAREJF DD DSN=KALA12.WONA.REJECTS(+1),DISP=SHR                      00010350
//PAYREJF  DD DSN=KALA12.PAYMENT.REJECTS(+1),DISP=SHR                   00010360
//SUSPFILE DD DSN=KALA12.PAYMENT.SUSPENSE(+1),DISP=SHR                  00010370
//PRERPT   DD DSN=KALA12.BALCHK.PRERPT(+1),DISP=SHR                     00010380
//POSTRPT  DD DSN=KALA12.BALCHK.POSTRPT(+1),DISP=SHR                    00010390
//GLPRFRPT DD DSN=KALA12.GLPROOF.REPORT(+1),DISP=SHR                    00010400
//DIGEST   DD DSN=KALA12.OPSDIGST.DIGEST(+1),        <= ONE-PAGE DIGEST 00010410
//            DISP=(NEW,CATLG,DELETE),                                  00010420
//            SPACE=(CYL,(1,1)),                                        00010430
//            DCB=(RECFM=FB,LRECL=132)                                  00010440
//SYSOUT   DD SYSOUT=*                                                  00010450
//SYSPRINT DD SYSOUT=*                                                  00010460
//*                                                                     00010470
//*----------------------------------------------------------*          00010480
//*  STEP90 - CYCLEDT: CLOSE THE BUSINESS PROCESSING DATE.    *         00010490
//*  BYPASSED WHEN A MAIN-LINE STEP FAILED, SO THE CYCLE IS   *         00010500
//*  LEFT OPEN ON A BAD NIGHT - A CYCLE LEFT OPEN IS OPS'     *         00010510
//*  SIGNAL THE NIGHT NEEDS LOOKING AT BEFORE THE NEXT OPEN.  *         00010520
//*----------------------------------------------------------*          00010530
//STEP90   EXEC PGM=CYCLEDT,COND=((0,NE,STEP10),(0,NE,STEP20),          00010540
//             (0,NE,STEP25),(0,NE,STEP30),(0,NE,STEP31),               00010550
//             (0,NE,STEP32),(4,LT,STEP35),(0,NE,STEP40))               00010560
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00010570
//SYSOUT   DD SYSOUT=*                                                  00010580
//SYSPRINT DD SYSOUT=*                                                  00010590
//SYSIN    DD *                                                         00010600
CLOSE                                                                   00010610
/*                                                                      00010620
//*----------------------------------------------------------*          00010630
//*  THE GATE OR THE CYCLE OPEN STOPPED THE NIGHT. STEP81 -  *          00010640
//*  OPSDIGST STILL PRINTS THE DIGEST, SO THE FEED GATE'S    *          00010650
//*  VERDICTS REACH OPS AND THE PAGE GOES OUT (RC 8) - NO    *          00010660
//*  STEP RAN TO LEAVE REJECTS OR PROOF REPORTS BEHIND.      *          00010670
//*----------------------------------------------------------*          00010680
//CYCLEBAD ELSE                                                         00010690
//STEP81   EXEC PGM=OPSDIGST                                            00010700
//STEPLIB  DD DSN=KALA12.LOADLIB,DISP=SHR                               00010710
//WONAREJF DD DUMMY                                                     00010720
//PAYREJF  DD DUMMY                                                     00010730
//SUSPFILE DD DUMMY                                                     00010740
//PRERPT   DD DUMMY                                                     00010750
//POSTRPT  DD DUMMY                                                     00010760
//GLPRFRPT DD DUMMY                                                     00010770
//DIGEST   DD DSN=KALA12.OPSDIGST.DIGEST(+1),        <= ONE-PAGE DIGEST 00010780
//            DISP=(NEW,CATLG,DELETE),                                  00010790
//            SPACE=(CYL,(1,1)),                                        00010800
//            DCB=(RECFM=FB,LRECL=132)                                  00010810
//SYSOUT   DD SYSOUT=*                                                  00010820
//SYSPRINT DD SYSOUT=*                                                  00010830
//CYCLEEND ENDIF                                                        00010840
