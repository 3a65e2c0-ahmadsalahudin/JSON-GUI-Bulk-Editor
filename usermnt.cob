000390*                     TASK-MASTER OWNERS, SO IT CANNOT RUN      *
000400*                     BESIDE A SIGNED-ON TODOLIST SESSION AND   *
000410*                     LAST-WRITE-WIN ON THE SAME ROWS.          *
000411*    2026-10-15  DPO  TASK-MASTER NOW CARRIES THE TM-EXT-REF    *
000412*                     ALTERNATE KEY; DECLARED ON THE SELECT.    *
000413*    2026-10-15  DPO  A SUCCESSFUL SIGN-ON NOW STAMPS           *
000414*                     US-LAST-SIGNON-DATE ON USER-MASTER.       *
000415*    2026-10-15  DPO  NEW OPERATORS START WITH NO LAST          *
000416*                     SIGN-ON DATE.                             *
000417*    2026-10-15  DPO  REASSIGNMENT AUDITS CARRY THE OWNER FIELD *
000418*                     ID SO TASKRCV CAN REPLAY THEM.            *
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. USERMNT.
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS DYNAMIC
000600             RECORD KEY IS TM-ID
000601             ALTERNATE RECORD KEY IS TM-EXT-REF
000602                 WITH DUPLICATES
000610             FILE STATUS IS UMT-TASKMSTR-STATUS.
000620         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000630             ORGANIZATION IS LINE SEQUENTIAL
002400                 DISPLAY "Supervisor authority is required."
002410             WHEN OTHER
002420                 SET UMT-SIGNON-OK TO TRUE
002430                 MOVE FUNCTION CURRENT-DATE
002440                     TO UMT-CURRENT-DATE-TIME
002450                 MOVE UMT-CURRENT-DATE TO US-LAST-SIGNON-DATE
002460                 MOVE ZERO TO US-FAIL-COUNT
002470                 REWRITE USER-MASTER-RECORD
002480                     INVALID KEY
002490                         CONTINUE
002491                 END-REWRITE
002500         END-EVALUATE.
002510 1100-EXIT.
002520         EXIT.
003510         MOVE SPACE TO US-FORCE-CHANGE-FLAG.
003520         MOVE ZERO TO US-FAIL-COUNT.
003530         MOVE SPACE TO US-LOCKOUT-FLAG.
003531         MOVE ZERO TO US-LAST-SIGNON-DATE.
003540         WRITE USER-MASTER-RECORD
003550             INVALID KEY
003560                 DISPLAY "Unable to write operator "
004540         MOVE "F" TO US-FORCE-CHANGE-FLAG.
004550         MOVE ZERO TO US-FAIL-COUNT.
004560         MOVE SPACE TO US-LOCKOUT-FLAG.
004561         MOVE ZERO TO US-LAST-SIGNON-DATE.
004570         WRITE USER-MASTER-RECORD
004580             INVALID KEY
004590                 DISPLAY "Unable to write operator "
006620         MOVE UMT-TARGET-ID TO AU-OLD-VALUE.
006630         MOVE UMT-REASSIGN-ID TO AU-NEW-VALUE.
006640         SET AU-ACTION-UPDATE TO TRUE.
006641         SET AU-FIELD-OWNER TO TRUE.
006642         MOVE SPACES TO AU-RECORD-IMAGE.
006650         MOVE UMT-CURRENT-DATE TO AU-AUDIT-DATE.
006660         MOVE UMT-CURRENT-TIME TO AU-AUDIT-TIME.
006670         MOVE UMT-ACTING-ID TO AU-OPERATOR-ID.
