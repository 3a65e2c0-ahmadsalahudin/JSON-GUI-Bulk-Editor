001000*    VALIDATES ITS CATEGORY AGAINST THE ACTIVE ROWS HERE; A     *
001100*    BLANK CATEGORY MEANS UNASSIGNED.  RETIRED CATEGORIES ARE   *
001200*    KEPT ON FILE SO HISTORY STILL RESOLVES, BUT NEW TASKS      *
001300*    MAY NOT USE THEM.  TC-SLA-DAYS IS THE TARGET TURNAROUND,   *
001301*    ADD TO COMPLETION, IN BUSINESS DAYS; ZERO MEANS NO TARGET. *
001302*    TASKSLA MEASURES COMPLETED TASKS AGAINST IT.               *
001400*****************************************************************
001500     10  TC-CATEGORY-CODE            PIC X(08).
001600     10  TC-DESCRIPTION              PIC X(30).
001700     10  TC-ACTIVE-FLAG              PIC X(01).
001800         88  TC-CATEGORY-ACTIVE      VALUE "A".
001900         88  TC-CATEGORY-RETIRED     VALUE "R".
001901     10  TC-SLA-DAYS                 PIC 9(03).
