000050*    DATE-WRITTEN. 2026-09-02                                   *
000060*    DATE-COMPILED.                                              *
000070*                                                                *
000080*    OVERNIGHT STREAM DRIVER.  RUNS THE NIGHTLY SEQUENCE -     *
000090*    TASKESC, TASKRPT, TASKBAL, TASKARC, TASKPRG, TASKIMG - IN *
000100*    ORDER, RECORDING EACH STEP'S START, END AND RETURN CODE   *
000110*    ON THE RUN-CONTROL FILE KEYED BY BUSINESS DATE AND STEP   *
000120*    NAME.  A STEP THAT ENDS WITH RETURN CODE 8 OR HIGHER      *
000130*    STOPS THE STREAM - IN PARTICULAR TASKBAL'S                *
000140*    OUT-OF-BALANCE CODE 8 STOPS THE RUN BEFORE TASKARC CAN    *
000150*    COMPACT AWAY, OR TASKPRG MOVE TO HISTORY, THE EVIDENCE.   *
000151*    ON A RESTART FOR THE SAME BUSINESS DATE THE STEPS ALREADY *
000160*    MARKED COMPLETE ARE SKIPPED AND THE FAILED STEP IS RUN    *
000170*    AGAIN, SO THE OPERATOR NEVER HAS TO REMEMBER WHERE THE    *
000180*    STREAM DIED.  THE PER-PROGRAM CHECKPOINTS (TASKCKPT,      *
000190*    LOADCKPT) PROTECT DATA INSIDE A STEP; THIS LEDGER         *
000200*    PROTECTS THE SEQUENCE BETWEEN STEPS.  TASKIMG RUNS LAST,  *
000201*    SO THE NIGHT'S IMAGE COPY HOLDS THE FILES AS EVERY OTHER  *
000202*    STEP LEFT THEM.                                           *
000210*-----------------------------------------------------------------
000220*    MODIFICATION HISTORY                                       *
000230*    2026-09-02  DPO  ORIGINAL PROGRAM.                         *
000231*    2026-10-15  DPO  ADDED THE TASKPRG RETENTION PURGE STEP    *
000232*                     AFTER TASKARC.                            *
000233*    2026-10-15  DPO  ADDED THE TASKIMG IMAGE-COPY STEP AFTER   *
000234*                     TASKPRG.                                  *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. NIGHTRUN.
000490         05  FILLER                  PIC X(08) VALUE "TASKRPT ".
000500         05  FILLER                  PIC X(08) VALUE "TASKBAL ".
000510         05  FILLER                  PIC X(08) VALUE "TASKARC ".
000511         05  FILLER                  PIC X(08) VALUE "TASKPRG ".
000512         05  FILLER                  PIC X(08) VALUE "TASKIMG ".
000520 01  NRN-STEP-LIST REDEFINES NRN-STEP-NAMES.
000530         05  NRN-STEP-NAME           PIC X(08) OCCURS 6 TIMES
000540                 INDEXED BY NRN-STEP-IDX.
000550 01  NRN-STEP-LIMIT              PIC 9(01) VALUE 6.
000560*    ---------------------------------------------------------
000570*    FILE STATUS SWITCHES
000580*    ---------------------------------------------------------
