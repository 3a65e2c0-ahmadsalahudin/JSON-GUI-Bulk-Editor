000180*                     TASKS IT GENERATES.  SPACES MEANS         *
000190*                     UNASSIGNED.  EXISTING TASKTMPL FILES      *
000200*                     MUST BE CONVERTED AT CUTOVER.             *
000201*    2026-10-15  DPO  ADD TP-EST-MINUTES, THE DEFAULT           *
000202*                     ESTIMATE TASKGEN STAMPS ON EACH           *
000203*                     INSTANCE.  EXISTING TASKTMPL FILES        *
000204*                     MUST BE CONVERTED WITH IT ZEROED.         *
000210*****************************************************************
000220     10  TP-TEMPLATE-ID              PIC 9(04).
000230     10  TP-TASK-NAME                PIC X(50).
000320     10  TP-ACTIVE-FLAG              PIC X(01).
000330         88  TP-TEMPLATE-ACTIVE      VALUE "A".
000340         88  TP-TEMPLATE-RETIRED     VALUE "R".
000341     10  TP-EST-MINUTES              PIC 9(05).
