000120*    TASKSEQ HIGH-WATER MARK EXACTLY AS TASKLOAD DOES, AND       *
000130*    AUDITS EACH GENERATED TASK.  THE GENCTL CONTROL RECORD      *
000140*    STOPS A SECOND RUN ON THE SAME MORNING FROM CREATING THE    *
000150*    DAY'S TASKS TWICE.  A TEMPLATE OWNER WHO IS AWAY TODAY ON   *
000151*    THE OPERATOR-ABSENCE FILE HAS THE TASK GENERATED FOR THEIR  *
000152*    COVER INSTEAD.                                              *
000160*-----------------------------------------------------------------
000170*    MODIFICATION HISTORY                                       *
000180*    2026-08-22  DPO  ORIGINAL PROGRAM.                         *
000380*                     RUN BESIDE AN OPEN SESSION CAN NEVER      *
000390*                     HAND OUT THE SAME TM-ID TWICE.  A LOCKED  *
000400*                     RUN ENDS WITH RETURN-CODE 8.              *
000401*    2026-10-15  DPO  A TASK WHOSE TEMPLATE OWNER IS AWAY ON    *
000402*                     THE OPERATOR-ABSENCE FILE TODAY IS NOW    *
000403*                     ASSIGNED TO THE NAMED COVER, AND THE      *
000404*                     MOVE IS WRITTEN TO TASK-AUDIT AS AN OWNER *
000405*                     UPDATE FROM THE TEMPLATE OWNER.           *
000406*    2026-10-15  DPO  GENERATED TASKS CARRY NO TICKET           *
000407*                     REFERENCE - TM-EXT-REF IS LEFT BLANK.     *
000408*    2026-10-15  DPO  GENERATED TASKS TAKE THE TEMPLATE'S       *
000409*                     ESTIMATE AND RECORD THE TEMPLATE ID.      *
000410*    2026-10-15  DPO  THE ADD AUDIT CARRIES THE NEW ROW AND THE *
000411*                     COVER AUDIT THE OWNER FIELD ID, SO        *
000412*                     TASKRCV CAN REPLAY BOTH.                  *
000413*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. TASKGEN.
000440
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS SEQUENTIAL
000560             RECORD KEY IS TM-ID
000561             ALTERNATE RECORD KEY IS TM-EXT-REF
000562                 WITH DUPLICATES
000570             FILE STATUS IS GEN-TASKMSTR-STATUS.
000580         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000590             ORGANIZATION IS LINE SEQUENTIAL
000750         SELECT TASK-LOCK ASSIGN TO "TASKLOCK"
000760             ORGANIZATION IS LINE SEQUENTIAL
000770             FILE STATUS IS GEN-TASKLOCK-STATUS.
000771         SELECT OPERATOR-ABSENCE ASSIGN TO "OPRABS"
000772             ORGANIZATION IS INDEXED
000773             ACCESS MODE IS SEQUENTIAL
000774             RECORD KEY IS AB-ABSENCE-KEY
000775             FILE STATUS IS GEN-OPRABS-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
001090 FD  TASK-LOCK.
001100 01  TASK-LOCK-RECORD.
001110         COPY TASKLOCK.
001111
001112 FD  OPERATOR-ABSENCE.
001113 01  OPERATOR-ABSENCE-RECORD.
001114         COPY OPRABS.
001120
001130 WORKING-STORAGE SECTION.
001140*    ---------------------------------------------------------
001480             88  GEN-TASKLOCK-EOF    VALUE "10".
001490             88  GEN-TASKLOCK-NOTFOUND
001500                 VALUES "35" "05".
001501         05  GEN-OPRABS-STATUS       PIC X(02) VALUE "00".
001502             88  GEN-OPRABS-OK       VALUE "00".
001503             88  GEN-OPRABS-EOF      VALUE "10".
001504             88  GEN-OPRABS-NOTFOUND
001505                 VALUES "23" "35" "05".
001510*    ---------------------------------------------------------
001520*    RUN COUNTERS AND CONTROL FIELDS
001530*    ---------------------------------------------------------
001680 01  GEN-JOB-ID                  PIC X(08) VALUE "TASKGEN".
001690 01  GEN-LOCK-HELD-FLAG          PIC X(01) VALUE "N".
001700         88  GEN-LOCK-HELD           VALUE "Y".
001701*    ---------------------------------------------------------
001702*    OPERATORS AWAY TODAY AND THEIR COVERS, TABLED AT STARTUP
001703*    FROM THE OPERATOR-ABSENCE FILE.  ABSMNT NEVER LETS A COVER
001704*    BE AWAY ON THE SAME DAY, SO ONE LOOKUP IS FINAL.
001705*    ---------------------------------------------------------
001706 01  GEN-ABSENCE-TABLE.
001707         05  GEN-ABS-COUNT           PIC 9(03) VALUE ZERO.
001708         05  GEN-ABS-ENTRY OCCURS 200 TIMES
001709                 INDEXED BY GEN-ABS-IDX.
001710             10  GEN-ABS-OPERATOR    PIC X(08).
001711             10  GEN-ABS-COVER       PIC X(08).
001712 01  GEN-ABS-FOUND               PIC 9(03) VALUE ZERO.
001713 01  GEN-COVERED-COUNT           PIC 9(04) VALUE ZERO.
001714 01  GEN-AUDIT-COVER-VALUE.
001715         05  GEN-AUDIT-COVER-ID      PIC X(08).
001716         05  FILLER                  PIC X(23)
001717                 VALUE " COVER FOR ABSENT OWNER".
001718*    ---------------------------------------------------------
001720*    RUN DATE AND DAY-OF-WEEK.  DAY NUMBERS RUN 1=MONDAY THRU   *
001730*    7=SUNDAY - DAY 1 OF THE INTEGER-OF-DATE BASE (1601-01-01)  *
001740*    WAS A MONDAY, SO THE REMAINDER OF THE DAY NUMBER BY 7      *
002170             STOP RUN
002180         END-IF.
002190         PERFORM 1150-COMPUTE-MONTH-END THRU 1150-EXIT.
002191         PERFORM 1160-LOAD-ABSENCES THRU 1160-EXIT.
002200         PERFORM 1200-DETERMINE-NEXT-ID THRU 1200-EXIT.
002210         PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
002220         IF NOT GEN-TASKTMPL-EOF
002300         PERFORM 0200-RELEASE-UPDATE-LOCK THRU 0200-EXIT.
002310         DISPLAY "TASKGEN: " GEN-TEMPLATE-COUNT
002320             " template(s) read, " GEN-GENERATED-COUNT
002330             " task(s) generated, " GEN-COVERED-COUNT
002331             " assigned to a cover.".
002340         STOP RUN.
002350
002360*****************************************************************
003880         EXIT.
003890
003900*****************************************************************
003901*    1160-LOAD-ABSENCES - TABLE EVERY OPERATOR WHOSE ABSENCE     *
003902*    PERIOD TAKES IN TODAY, WITH THEIR COVER.  A MISSING FILE    *
003903*    MEANS NOBODY IS AWAY, NOT AN ERROR.                         *
003904*****************************************************************
003905 1160-LOAD-ABSENCES.
003906         OPEN INPUT OPERATOR-ABSENCE.
003907         IF GEN-OPRABS-NOTFOUND
003908             GO TO 1160-EXIT
003909         END-IF.
003910         IF NOT GEN-OPRABS-OK
003911             DISPLAY "Unable to open OPERATOR-ABSENCE, status "
003912                 GEN-OPRABS-STATUS
003913             GO TO 1160-EXIT
003914         END-IF.
003915         PERFORM 1170-TABLE-ONE-ABSENCE THRU 1170-EXIT
003916             UNTIL GEN-OPRABS-EOF.
003917         CLOSE OPERATOR-ABSENCE.
003918 1160-EXIT.
003919         EXIT.
003920
003921 1170-TABLE-ONE-ABSENCE.
003922         READ OPERATOR-ABSENCE NEXT RECORD
003923             AT END
003924                 SET GEN-OPRABS-EOF TO TRUE
003925                 GO TO 1170-EXIT
003926         END-READ.
003927         IF AB-START-DATE > GEN-CURRENT-DATE
003928             OR AB-END-DATE < GEN-CURRENT-DATE
003929             GO TO 1170-EXIT
003930         END-IF.
003931         IF GEN-ABS-COUNT NOT < 200
003932             DISPLAY "Absence table is full - " AB-OPERATOR-ID
003933                 " not covered."
003934             GO TO 1170-EXIT
003935         END-IF.
003936         ADD 1 TO GEN-ABS-COUNT.
003937         SET GEN-ABS-IDX TO GEN-ABS-COUNT.
003938         MOVE AB-OPERATOR-ID TO GEN-ABS-OPERATOR(GEN-ABS-IDX).
003939         MOVE AB-COVER-ID TO GEN-ABS-COVER(GEN-ABS-IDX).
003940 1170-EXIT.
003941         EXIT.
003942
003943*****************************************************************
003944*    1200-DETERMINE-NEXT-ID - HIGHEST MASTER ID MERGED WITH THE  *
003945*    TASKSEQ HIGH-WATER MARK, THE SAME WAY TASKLOAD DOES IT      *
003946*****************************************************************
003947 1200-DETERMINE-NEXT-ID.
003950         MOVE ZERO TO GEN-NEXT-TASK-ID.
003960         MOVE ZERO TO GEN-MASTER-ROW-COUNT.
003970         OPEN INPUT TASK-MASTER.
005330         MOVE TP-PRIORITY TO TM-PRIORITY.
005340         MOVE GEN-CURRENT-DATE TO TM-DUE-DATE.
005350         MOVE TP-OWNER TO TM-OWNER.
005351         PERFORM 3100-FIND-COVER THRU 3100-EXIT.
005352         IF GEN-ABS-FOUND NOT = ZERO
005353             MOVE GEN-ABS-COVER(GEN-ABS-IDX) TO TM-OWNER
005354         END-IF.
005360         MOVE TP-CATEGORY TO TM-CATEGORY.
005361         MOVE SPACES TO TM-EXT-REF.
005362         MOVE TP-EST-MINUTES TO TM-EST-MINUTES.
005363         MOVE TP-TEMPLATE-ID TO TM-TEMPLATE-ID.
005370         WRITE TASK-MASTER-RECORD
005380             INVALID KEY
005390                 DISPLAY "Unable to write task " TM-ID
005430         MOVE SPACES TO AU-OLD-VALUE.
005440         MOVE TM-NAME TO AU-NEW-VALUE.
005450         SET AU-ACTION-ADD TO TRUE.
005451         MOVE SPACES TO AU-FIELD-ID.
005452         MOVE TASK-MASTER-RECORD TO AU-RECORD-IMAGE.
005460         MOVE GEN-CURRENT-DATE TO AU-AUDIT-DATE.
005470         MOVE GEN-CURRENT-TIME TO AU-AUDIT-TIME.
005480         MOVE GEN-JOB-ID TO AU-OPERATOR-ID.
005490         WRITE TASK-AUDIT-RECORD.
005500         ADD 1 TO GEN-GENERATED-COUNT.
005501         IF GEN-ABS-FOUND NOT = ZERO
005502             PERFORM 3200-AUDIT-COVER THRU 3200-EXIT
005503         END-IF.
005510 3000-EXIT.
005511         EXIT.
005512
005513*****************************************************************
005514*    3100-FIND-COVER - LOOK UP THE TEMPLATE OWNER AMONG TODAY'S  *
005515*    ABSENCES.  GEN-ABS-FOUND IS ZERO WHEN THE OWNER IS IN.      *
005516*****************************************************************
005517 3100-FIND-COVER.
005518         MOVE ZERO TO GEN-ABS-FOUND.
005519         IF GEN-ABS-COUNT > ZERO
005520             PERFORM 3110-CHECK-ONE-ABSENCE THRU 3110-EXIT
005521                 VARYING GEN-ABS-IDX FROM 1 BY 1
005522                 UNTIL GEN-ABS-IDX > GEN-ABS-COUNT
005523                 OR GEN-ABS-FOUND NOT = ZERO
005524         END-IF.
005525         IF GEN-ABS-FOUND NOT = ZERO
005526             SET GEN-ABS-IDX TO GEN-ABS-FOUND
005527         END-IF.
005528 3100-EXIT.
005529         EXIT.
005530
005531 3110-CHECK-ONE-ABSENCE.
005532         IF GEN-ABS-OPERATOR(GEN-ABS-IDX) = TP-OWNER
005533             SET GEN-ABS-FOUND TO GEN-ABS-IDX
005534         END-IF.
005535 3110-EXIT.
005536         EXIT.
005537
005538*****************************************************************
005539*    3200-AUDIT-COVER - THE AUTOMATIC ASSIGNMENT IS AUDITED THE  *
005540*    WAY A REASSIGNMENT IS - OLD AND NEW OWNER IN THE OLD/NEW    *
005541*    VALUE FIELDS - WITH THE REASON AFTER THE NEW OWNER          *
005542*****************************************************************
005543 3200-AUDIT-COVER.
005544         MOVE TM-ID TO AU-TASK-ID.
005545         MOVE TP-OWNER TO AU-OLD-VALUE.
005546         MOVE TM-OWNER TO GEN-AUDIT-COVER-ID.
005547         MOVE GEN-AUDIT-COVER-VALUE TO AU-NEW-VALUE.
005548         SET AU-ACTION-UPDATE TO TRUE.
005549         SET AU-FIELD-OWNER TO TRUE.
005550         MOVE SPACES TO AU-RECORD-IMAGE.
005551         MOVE GEN-CURRENT-DATE TO AU-AUDIT-DATE.
005552         MOVE GEN-CURRENT-TIME TO AU-AUDIT-TIME.
005553         MOVE GEN-JOB-ID TO AU-OPERATOR-ID.
005554         WRITE TASK-AUDIT-RECORD.
005555         ADD 1 TO GEN-COVERED-COUNT.
005556         DISPLAY "Task " TM-ID " assigned to " TM-OWNER
005557             " - " TP-OWNER " is away.".
005558 3200-EXIT.
005559         EXIT.
005560
005561*****************************************************************
005562*    4000-WRITE-CONTROL-RECORDS - ADVANCE THE SHARED TASK-ID     *
005563*    HIGH-WATER MARK AND STAMP TODAY AS GENERATED                *
005570*****************************************************************
005580 4000-WRITE-CONTROL-RECORDS.
005590         OPEN OUTPUT TASK-ID-SEQ.
