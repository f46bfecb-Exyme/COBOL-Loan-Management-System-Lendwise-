           EXEC SQL INCLUDE RUNCTL    END-EXEC.                         00000222
                                                                        00000223
           EXEC SQL INCLUDE OPERAUTH  END-EXEC.                         00000224
                                                                        0000224A
           EXEC SQL INCLUDE LNJRNL    END-EXEC.                         0000224B
                                                                        0000224C
           EXEC SQL INCLUDE PPADJ     END-EXEC.                         0000224D
                                                                        00000230
           COPY PLCRMAP.                                                00000240
                                                                        00000250
       01 WS-INVOICEI-LEN        PIC 9(4) USAGE COMP.                   0000423I
       01 WS-INVOICEI-TRIMMED    PIC X(9).                              0000423J
                                                                        00000424
      * DID THE UPDATE, THE AUDIT INSERT AND THE JOURNAL ROW ALL        00000425
      * SUCCEED, SO THE UNIT OF WORK IS SAFE TO SYNCPOINT RATHER        00000426
      * THAN ROLL BACK.                                                 0000426A
       01 WS-UPDATE-SQLCODE      PIC S9(9) USAGE COMP.                  00000427
       01 WS-AUDIT-SQLCODE       PIC S9(9) USAGE COMP.                  00000428
       01 WS-JRNL-RC             PIC S9(4) USAGE COMP.                  0000428A
       01 WS-PERD-RC             PIC S9(4) USAGE COMP.                  0000428B
       01 WS-PPA-FLAG            PIC X(1).                              0000428C
                                                                        00000429
      * HOW MANY BATCH-CYCLE STEPS ARE IN FLIGHT RIGHT NOW - A          00000430
      * CORRECTION APPLIED MID-BATCH CAN BE SILENTLY OVERWRITTEN BY     00000431
                       PERFORM SEND-PARKED-SCREEN                       00001004
                    ELSE                                                00001005
                       PERFORM LOG-AUDIT-RECORD                         00001006
                       PERFORM JOURNAL-CORRECTION                       0000100A
                       PERFORM CHECK-ACCT-PERIOD                        0000100B
                       PERFORM COMMIT-OR-ROLLBACK-CHANGES               00001007
                       PERFORM SEND-CONFIRMATION-SCREEN                 00001020
                    END-IF                                              00001008
                      SQLCODE                                           00002080
           END-IF                                                       00002090
           .                                                            00002100
                                                                        0000210A
       JOURNAL-CORRECTION.                                              0000210B
      * A CHANGE TO WHAT THE INSTALLMENT STILL WANTS GOES ON THE        0000210C
      * LOAN'S JOURNAL AS THE AMOUNT IT CAME DOWN BY (NEGATIVE WHEN     0000210D
      * IT WENT UP). A DATE OR STATUS-ONLY CHANGE MOVES NO MONEY.       0000210E
           MOVE 0 TO WS-JRNL-RC                                         0000210F
           COMPUTE LJR_AMOUNT =                                         0000210G
                   WS-BEFORE-REMAINING-AMOUNT - PLAN_REMAINING-AMOUNT   0000210H
                                                                        0000210I
           IF LJR_AMOUNT NOT = 0                                        0000210J
              MOVE PLAN_LOAN-ID    TO LJR_LOAN-ID                       0000210K
              MOVE 'CORR'          TO LJR_TRAN-CODE                     0000210L
              MOVE SPACES          TO LJR_EFFECTIVE-DATE                0000210M
              MOVE 0 TO LJR_PRIN-AMOUNT LJR_INT-AMOUNT                  0000210N
                        LJR_FEE-AMOUNT LJR_ESC-AMOUNT                   0000210O
              MOVE 'PLANCORR'      TO LJR_SOURCE-PGM                    0000210P
              MOVE PLAN_INVOICE-ID TO LJR_REFERENCE-ID                  0000210Q
                                                                        0000210R
              CALL 'JRNLPOST' USING LJR_LOAN-ID, LJR_TRAN-CODE,         0000210S
                                    LJR_EFFECTIVE-DATE, LJR_AMOUNT,     0000210T
                                    LJR_PRIN-AMOUNT, LJR_INT-AMOUNT,    0000210U
                                    LJR_FEE-AMOUNT, LJR_ESC-AMOUNT,     0000210V
                                    LJR_SOURCE-PGM, LJR_REFERENCE-ID,   0000210W
                                    WS-JRNL-RC                          0000210X
           END-IF                                                       0000210Y
           .                                                            0000210Z
                                                                        0000211B
       CHECK-ACCT-PERIOD.                                               0000211C
      * AN INSTALLMENT THAT FELL DUE IN A PERIOD FINANCE HAS CLOSED     0000211D
      * TAKES ITS CORRECTION AS A PRIOR-PERIOD ADJUSTMENT - PERDCHK     0000211E
      * LOGS IT IN THE SAME UNIT OF WORK.                               0000211F
           MOVE 0 TO WS-PERD-RC                                         0000211G
           IF LJR_AMOUNT NOT = 0 AND WS-JRNL-RC = 0                     0000211H
              MOVE LJR_LOAN-ID        TO PPA_LOAN-ID                    0000211I
              MOVE LJR_TRAN-CODE      TO PPA_TRAN-CODE                  0000211J
              MOVE WS-BEFORE-DUE-DATE TO PPA_VALUE-DATE                 0000211K
              MOVE LJR_AMOUNT         TO PPA_AMOUNT                     0000211L
              MOVE LJR_SOURCE-PGM     TO PPA_SOURCE-PGM                 0000211M
              MOVE LJR_REFERENCE-ID   TO PPA_REFERENCE-ID               0000211N
                                                                        0000211O
              CALL 'PERDCHK' USING PPA_LOAN-ID, PPA_TRAN-CODE,          0000211P
                                   PPA_VALUE-DATE, PPA_AMOUNT,          0000211Q
                                   PPA_SOURCE-PGM, PPA_REFERENCE-ID,    0000211R
                                   WS-PPA-FLAG, WS-PERD-RC              0000211S
           END-IF                                                       0000211T
           .                                                            0000211U
                                                                        00002110
      *---------------------------------------------------------------- 00002111
      * COMMIT-OR-ROLLBACK-CHANGES                                      00002112
      * ONE UNIT OF WORK COVERING THE PAYPLAN UPDATE, THE               00002113
      * PAYPLAN_AUDIT INSERT, THE JOURNAL ROW AND ANY PRIOR-PERIOD      00002114
      * ADJUSTMENT ROW - SYNCPOINT ONLY IF ALL SUCCEEDED, SO A          00002115
      * CORRECTION CAN NEVER LAND WITHOUT ITS AUDIT TRAIL.              0000215A
      *---------------------------------------------------------------- 00002116
       COMMIT-OR-ROLLBACK-CHANGES.                                      00002117
                                                                        00002118
           IF WS-UPDATE-SQLCODE = 0 AND WS-AUDIT-SQLCODE = 0            00002119
              AND WS-JRNL-RC = 0                                        0000211A
              AND WS-PERD-RC = 0                                        0000213A
              EXEC CICS SYNCPOINT END-EXEC                              00002120
              SET COMMIT-OK TO TRUE                                     00002121
           ELSE                                                         00002122
              DISPLAY "PLANCORR - CHANGE ROLLED BACK, UPDATE SQLCODE="  00002125
                      WS-UPDATE-SQLCODE " AUDIT SQLCODE="               00002126
                      WS-AUDIT-SQLCODE                                  00002127
                      " JOURNAL SQLCODE=" WS-JRNL-RC                    0000212A
                      " PERIOD SQLCODE=" WS-PERD-RC                     0000212B
           END-IF                                                       00002128
           .                                                            00002129
                                                                        00002130
