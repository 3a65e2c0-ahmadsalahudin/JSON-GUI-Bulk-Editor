000230*    2026-09-02  DPO  ADDED THE CATEGORY COLUMN AFTER OWNER SO  *
000240*                     THE PLANNING SPREADSHEET CAN PIVOT ON     *
000250*                     IT.                                       *
000251*    2026-10-15  DPO  TASK-MASTER NOW CARRIES THE TM-EXT-REF    *
000252*                     ALTERNATE KEY; DECLARED ON THE SELECT.    *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. TASKEXT.
000340             ORGANIZATION IS INDEXED
000350             ACCESS MODE IS SEQUENTIAL
000360             RECORD KEY IS TM-ID
000361             ALTERNATE RECORD KEY IS TM-EXT-REF
000362                 WITH DUPLICATES
000370             FILE STATUS IS EXT-TASKMSTR-STATUS.
000380         SELECT TASK-EXTRACT ASSIGN TO "TASKEXT"
000390             ORGANIZATION IS LINE SEQUENTIAL
