000110*    2026-09-02  DPO  ADD TI-CATEGORY, VALIDATED BY TASKLOAD    *
000120*                     AGAINST THE TASKCAT REFERENCE FILE.       *
000130*                     SPACES MEANS UNASSIGNED.                  *
000131*    2026-10-15  DPO  ADD TI-EXT-REF, THE CHANGE-TICKET NUMBER  *
000132*                     CARRIED TO TM-EXT-REF.  SPACES MEANS      *
000133*                     NONE.                                     *
000134*    2026-10-15  DPO  ADD TI-EST-MINUTES, THE ESTIMATED         *
000135*                     EFFORT CARRIED TO TM-EST-MINUTES.         *
000136*                     SPACES OR ZERO MEANS NO ESTIMATE.         *
000140*****************************************************************
000150     10  TI-TASK-NAME                PIC X(50).
000160     10  TI-PRIORITY                 PIC 9(01).
000170     10  TI-DUE-DATE                 PIC 9(08).
000180     10  TI-OWNER                    PIC X(08).
000190     10  TI-CATEGORY                 PIC X(08).
000191     10  TI-EXT-REF                  PIC X(12).
000192     10  TI-EST-MINUTES              PIC 9(05).
