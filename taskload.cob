000330*                     AFTER VALIDATION AGAINST THE TASKCAT      *
000340*                     REFERENCE FILE; AN UNKNOWN OR RETIRED     *
000350*                     CATEGORY IS LEFT BLANK WITH A MESSAGE.    *
000351*    2026-10-15  DPO  TI-EXT-REF, THE CHANGE-TICKET NUMBER, IS  *
000352*                     CARRIED TO TM-EXT-REF.                    *
000353*    2026-10-15  DPO  TI-EST-MINUTES IS CARRIED TO THE NEW      *
000354*                     TASK; A NON-NUMERIC VALUE IS ZEROED.      *
000355*    2026-10-15  DPO  THE ADD AUDIT CARRIES THE NEW ROW SO      *
000356*                     TASKRCV CAN REPLAY IT.                    *
000357*    2026-10-15  DPO  TI-EXT-REF IS UPPER-CASED ON THE WAY TO   *
000358*                     TM-EXT-REF, AS TODOLIST STORES IT.        *
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. TASKLOAD.
000470             ORGANIZATION IS INDEXED
000480             ACCESS MODE IS SEQUENTIAL
000490             RECORD KEY IS TM-ID
000491             ALTERNATE RECORD KEY IS TM-EXT-REF
000492                 WITH DUPLICATES
000500             FILE STATUS IS LOD-TASKMSTR-STATUS.
000510         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000520             ORGANIZATION IS LINE SEQUENTIAL
004000         PERFORM 2210-VALIDATE-PRIORITY THRU 2210-EXIT.
004010         PERFORM 2220-VALIDATE-DUE-DATE THRU 2220-EXIT.
004020         PERFORM 2240-VALIDATE-CATEGORY THRU 2240-EXIT.
004021         MOVE FUNCTION UPPER-CASE(TI-EXT-REF) TO TM-EXT-REF.
004022         PERFORM 2250-VALIDATE-ESTIMATE THRU 2250-EXIT.
004023         MOVE ZERO TO TM-TEMPLATE-ID.
004030         WRITE TASK-MASTER-RECORD
004040             INVALID KEY
004050                 DISPLAY "Unable to write task " TM-ID
004700         MOVE SPACES TO AU-OLD-VALUE.
004710         MOVE TM-NAME TO AU-NEW-VALUE.
004720         SET AU-ACTION-ADD TO TRUE.
004721         MOVE SPACES TO AU-FIELD-ID.
004722         MOVE TASK-MASTER-RECORD TO AU-RECORD-IMAGE.
004730         MOVE LOD-CURRENT-DATE TO AU-AUDIT-DATE.
004740         MOVE LOD-CURRENT-TIME TO AU-AUDIT-TIME.
004750         MOVE LOD-JOB-ID TO AU-OPERATOR-ID.
004760         WRITE TASK-AUDIT-RECORD.
004770 2230-EXIT.
004771         EXIT.
004772
004773*****************************************************************
004774*    2250-VALIDATE-ESTIMATE - SPACES MEAN NO ESTIMATE; ANY OTHER *
004775*    NON-NUMERIC VALUE IS LEFT AT ZERO WITH A MESSAGE            *
004776*****************************************************************
004777 2250-VALIDATE-ESTIMATE.
004778         MOVE ZERO TO TM-EST-MINUTES.
004779         IF TI-EST-MINUTES IS NUMERIC
004780             MOVE TI-EST-MINUTES TO TM-EST-MINUTES
004781         ELSE
004782             IF TI-EST-MINUTES NOT = SPACES
004783                 DISPLAY "Estimate not numeric on row "
004784                     LOD-INPUT-COUNT " - left at zero."
004785             END-IF
004786         END-IF.
004787 2250-EXIT.
004788         EXIT.
004790
004800*****************************************************************
004810*    2400-WRITE-CHECKPOINT                                      *
