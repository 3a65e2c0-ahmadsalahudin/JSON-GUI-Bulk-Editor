000600*    RECORD LAYOUT FOR THE TASK-AUDIT FILE.  ONE RECORD IS      *
000700*    WRITTEN FOR EVERY ADD, STATUS CHANGE, RENAME, DELETE OR    *
000800*    ARCHIVE SWEEP APPLIED TO A TASK-MASTER ROW.  APPEND-ONLY.  *
000801*-----------------------------------------------------------------
000802*    MODIFICATION HISTORY                                       *
000803*    2026-10-15  DPO  ADDED THE SUPERVISOR REOPEN ("O") AND     *
000804*                     ARCHIVE RESTORE ("S") ACTION CODES.  A    *
000805*                     RESTORE PUTS A SWEPT TASK BACK ON         *
000806*                     TASK-MASTER, SO TASKBAL COUNTS IT AS AN   *
000807*                     ADD TO THE LIVE FILE AND A REMOVAL FROM   *
000808*                     TASK-ARCHIVE.  OLD VALUE IS THE FINISHED  *
000809*                     STATUS, NEW VALUE IS "ACTIVE".            *
000810*    2026-10-15  DPO  ADDED AU-FIELD-ID AND AU-RECORD-IMAGE SO  *
000811*                     EVERY CHANGE CAN BE REPLAYED BY TASKRCV   *
000812*                     AGAINST THE NIGHTLY TASKIMG IMAGE COPY.   *
000813*                     A "U" RECORD NAMES THE FIELD IT CHANGED   *
000814*                     AND CARRIES THE OLD AND NEW VALUES FROM   *
000815*                     COLUMN 1 IN THE FIELD'S OWN PICTURE (A    *
000816*                     PRIORITY IS THE SINGLE DIGIT, A DUE DATE  *
000817*                     CCYYMMDD); ANYTHING PAST THE FIELD'S      *
000818*                     LENGTH IS COMMENTARY.  "A", "O" AND "S"   *
000819*                     RECORDS CARRY THE TASK-MASTER ROW AS IT   *
000820*                     STOOD AFTER THE CHANGE.  NEW ACTION CODES *
000821*                     "N" NOTE ADDED, "L" DEPENDENCY LINK       *
000822*                     ADDED, "K" LINK REMOVED AND "W" WORK-LOG  *
000823*                     INTERVAL STARTED OR STOPPED CARRY THE     *
000824*                     TASKNOTE, TASKDEP OR TASKWLOG RECORD.  A  *
000825*                     "D" OR "R" TAKES THE TASK'S NOTES, LINKS  *
000826*                     AND WORK LOG WITH IT BY RULE, AS TODOLIST *
000827*                     AND TASKARC DO, SO NO CHILD RECORDS ARE   *
000828*                     WRITTEN FOR THEM.  THE RECORD GREW FROM   *
000829*                     129 TO 249 BYTES; RECORDS WRITTEN BEFORE  *
000830*                     THE CHANGE READ BACK WITH BOTH NEW FIELDS *
000831*                     BLANK.                                    *
001000*****************************************************************
001100     10  AU-TASK-ID                  PIC 9(06).
001200     10  AU-ACTION-CODE              PIC X(01).
001400         88  AU-ACTION-UPDATE        VALUE "U".
001500         88  AU-ACTION-DELETE        VALUE "D".
001600         88  AU-ACTION-ARCHIVE       VALUE "R".
001601         88  AU-ACTION-REOPEN        VALUE "O".
001602         88  AU-ACTION-RESTORE       VALUE "S".
001603         88  AU-ACTION-NOTE-ADD      VALUE "N".
001604         88  AU-ACTION-LINK-ADD      VALUE "L".
001605         88  AU-ACTION-LINK-REMOVE   VALUE "K".
001606         88  AU-ACTION-WORK-LOG      VALUE "W".
001700     10  AU-OLD-VALUE                PIC X(50).
001800     10  AU-NEW-VALUE                PIC X(50).
001900     10  AU-AUDIT-DATE               PIC 9(08).
002000     10  AU-AUDIT-TIME               PIC 9(06).
002100     10  AU-OPERATOR-ID              PIC X(08).
002101     10  AU-FIELD-ID                 PIC X(08).
002102         88  AU-FIELD-NONE           VALUE SPACES.
002103         88  AU-FIELD-STATUS         VALUE "STATUS".
002104         88  AU-FIELD-NAME           VALUE "NAME".
002105         88  AU-FIELD-PRIORITY       VALUE "PRIORITY".
002106         88  AU-FIELD-DUE-DATE       VALUE "DUE-DATE".
002107         88  AU-FIELD-OWNER          VALUE "OWNER".
002108         88  AU-FIELD-CATEGORY       VALUE "CATEGORY".
002109     10  AU-RECORD-IMAGE             PIC X(112).
