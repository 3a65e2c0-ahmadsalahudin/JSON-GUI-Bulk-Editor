000110*    TOWARD 1, REWRITES THE ROW IN PLACE, AND RECORDS EACH       *
000120*    PRIORITY BUMP ON TASK-AUDIT.  THE ESCALATION NOTICES ARE    *
000130*    PRINTED GROUPED BY TASK-OWNER SO EACH OPERATOR GETS THEIR   *
000140*    OWN OVERDUE LIST AT SHIFT HANDOVER.  AN OWNER WHO IS AWAY   *
000141*    TODAY HAS THEIR NOTICES PRINTED IN THEIR COVER'S LIST.      *
000150*-----------------------------------------------------------------
000160*    MODIFICATION HISTORY                                       *
000170*    2026-08-22  DPO  ORIGINAL PROGRAM.                         *
000330*                     A SESSION LEFT SIGNED ON OVERNIGHT        *
000340*                     CANNOT LAST-WRITE-WIN AGAINST A BUMP.  A  *
000350*                     LOCKED RUN ENDS WITH RETURN-CODE 8.       *
000351*    2026-10-15  DPO  AN OVERDUE TASK WHOSE OWNER IS AWAY ON    *
000352*                     THE OPERATOR-ABSENCE FILE TODAY IS NOW    *
000353*                     LISTED UNDER THE COVER'S SECTION OF       *
000354*                     ESCPRINT, MARKED WITH THE ABSENT OWNER.   *
000355*                     THE TASK ITSELF IS NOT REASSIGNED.        *
000356*    2026-10-15  DPO  TASK-MASTER NOW CARRIES THE TM-EXT-REF    *
000357*                     ALTERNATE KEY; DECLARED ON THE SELECT.    *
000358*    2026-10-15  DPO  PRIORITY BUMPS ARE AUDITED WITH FIELD ID  *
000359*                     PRIORITY AND THE BARE OLD/NEW DIGIT, SO   *
000360*                     TASKRCV CAN REPLAY THEM.                  *
000361*    2026-10-15  DPO  ESCALATION NOTICES ARE ORDERED THROUGH    *
000362*                     THE ESCSORT WORK FILE INSTEAD OF A        *
000363*                     1000-ENTRY TABLE AND BUBBLE SORT, SO      *
000364*                     EVERY OVERDUE TASK IS LISTED.             *
000365*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. TASKESC.
000390
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS SEQUENTIAL
000460             RECORD KEY IS TM-ID
000461             ALTERNATE RECORD KEY IS TM-EXT-REF
000462                 WITH DUPLICATES
000470             FILE STATUS IS ESC-TASKMSTR-STATUS.
000480         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000490             ORGANIZATION IS LINE SEQUENTIAL
000590         SELECT TASK-LOCK ASSIGN TO "TASKLOCK"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS ESC-TASKLOCK-STATUS.
000611         SELECT OPERATOR-ABSENCE ASSIGN TO "OPRABS"
000612             ORGANIZATION IS INDEXED
000613             ACCESS MODE IS SEQUENTIAL
000614             RECORD KEY IS AB-ABSENCE-KEY
000615             FILE STATUS IS ESC-OPRABS-STATUS.
000616         SELECT ESC-SORT-FILE ASSIGN TO "ESCSORT".
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000810 01  TASK-LOCK-RECORD.
000820         COPY TASKLOCK.
000830
000831 FD  OPERATOR-ABSENCE.
000832 01  OPERATOR-ABSENCE-RECORD.
000833         COPY OPRABS.
000834
000835*    ---------------------------------------------------------
000836*    ONE SORT RECORD PER OVERDUE NOTICE, KEYED BY THE OWNER
000837*    WHOSE LIST IT PRINTS IN (THE COVER WHEN THE OWNER IS AWAY).
000838*    ---------------------------------------------------------
000839 SD  ESC-SORT-FILE.
000840 01  ESC-SORT-RECORD.
000841         05  ESS-OWNER               PIC X(08).
000842         05  ESS-DUE-DATE            PIC 9(08).
000843         05  ESS-ID                  PIC 9(06).
000844         05  ESS-NAME                PIC X(50).
000845         05  ESS-OLD-PRI             PIC 9(01).
000846         05  ESS-NEW-PRI             PIC 9(01).
000847         05  ESS-FOR-OWNER           PIC X(08).
000848
000849 WORKING-STORAGE SECTION.
001060*    ---------------------------------------------------------
001070*    FILE STATUS SWITCHES
001080*    ---------------------------------------------------------
001280             88  ESC-TASKLOCK-EOF    VALUE "10".
001290             88  ESC-TASKLOCK-NOTFOUND
001300                 VALUES "35" "05".
001301         05  ESC-OPRABS-STATUS       PIC X(02) VALUE "00".
001302             88  ESC-OPRABS-OK       VALUE "00".
001303             88  ESC-OPRABS-EOF      VALUE "10".
001304             88  ESC-OPRABS-NOTFOUND
001305                 VALUES "23" "35" "05".
001310*    ---------------------------------------------------------
001320*    MISCELLANEOUS WORKING FIELDS
001330*    ---------------------------------------------------------
001380 01  ESC-SCANNED-COUNT           PIC 9(05) VALUE ZERO.
001390 01  ESC-OVERDUE-COUNT           PIC 9(05) VALUE ZERO.
001400 01  ESC-BUMPED-COUNT            PIC 9(05) VALUE ZERO.
001410 01  ESC-SORT-EOF-FLAG           PIC X(01) VALUE "N".
001420         88  ESC-SORT-EOF            VALUE "Y".
001430 01  ESC-PRIOR-OWNER             PIC X(08).
001440 01  ESC-JOB-ID                  PIC X(08) VALUE "TASKESC".
001450 01  ESC-LOCK-HELD-FLAG          PIC X(01) VALUE "N".
001460         88  ESC-LOCK-HELD           VALUE "Y".
001520*    ---------------------------------------------------------
001530*    BUSINESS-DAY MEASUREMENT.  THE WORK-CALENDAR NON-WORKING
001540*    DATES ARE TABLED AT STARTUP; OVERDUE IS THEN THE COUNT OF
001690 01  ESC-CHECK-DAY-NUM           PIC 9(07) VALUE ZERO.
001700 01  ESC-CHECK-DATE              PIC 9(08) VALUE ZERO.
001710 01  ESC-CHECK-DOW               PIC 9(01) VALUE ZERO.
001711*    ---------------------------------------------------------
001712*    OPERATORS AWAY TODAY AND THEIR COVERS, TABLED AT STARTUP
001713*    FROM THE OPERATOR-ABSENCE FILE.  ABSMNT NEVER LETS A COVER
001714*    BE AWAY ON THE SAME DAY, SO ONE LOOKUP IS FINAL.
001715*    ---------------------------------------------------------
001716 01  ESC-ABSENCE-TABLE.
001717         05  ESC-ABS-COUNT           PIC 9(03) VALUE ZERO.
001718         05  ESC-ABS-ENTRY OCCURS 200 TIMES
001719                 INDEXED BY ESC-ABS-IDX.
001720             10  ESC-ABS-OPERATOR    PIC X(08).
001721             10  ESC-ABS-COVER       PIC X(08).
001722 01  ESC-ABS-FOUND               PIC 9(03) VALUE ZERO.
001723*    ---------------------------------------------------------
001730*    PRINT CONTROL AND REPORT LINE LAYOUTS.  A PAGE HOLDS
001740*    ESC-PRINT-PAGE-LIMIT LINES INCLUDING ITS HEADING BLOCK.
001750*    ---------------------------------------------------------
002070         05  ESC-DTL-OLD-PRI         PIC 9(01).
002080         05  FILLER                  PIC X(01) VALUE ">".
002090         05  ESC-DTL-NEW-PRI         PIC 9(01).
002100         05  FILLER                  PIC X(01) VALUE SPACES.
002101         05  ESC-DTL-FOR-TAG         PIC X(04).
002102         05  ESC-DTL-FOR-OWNER       PIC X(08).
002103         05  FILLER                  PIC X(39) VALUE SPACES.
002110 01  ESC-OWNER-LINE.
002120         05  FILLER                  PIC X(25)
002130                 VALUE "-- OVERDUE FOR OPERATOR ".
002360             GOBACK
002370         END-IF.
002380         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390         SORT ESC-SORT-FILE
002400             ON ASCENDING KEY ESS-OWNER ESS-DUE-DATE ESS-ID
002410             INPUT PROCEDURE IS 2000-SCAN-TASK-MASTER
002420                 THRU 2000-EXIT
002430             OUTPUT PROCEDURE IS 4000-PRINT-NOTICES
002431                 THRU 4000-EXIT.
002440         CLOSE TASK-AUDIT.
002470         PERFORM 9300-CLOSE-PRINT-FILE THRU 9300-EXIT.
002480         PERFORM 0200-RELEASE-UPDATE-LOCK THRU 0200-EXIT.
002490         DISPLAY "TASKESC: " ESC-SCANNED-COUNT
003230         COMPUTE ESC-TODAY-DAY-NUM =
003240             FUNCTION INTEGER-OF-DATE(ESC-CURRENT-DATE).
003250         PERFORM 1100-LOAD-WORK-CALENDAR THRU 1100-EXIT.
003251         PERFORM 1200-LOAD-ABSENCES THRU 1200-EXIT.
003260         PERFORM 9000-OPEN-PRINT-FILE THRU 9000-EXIT.
003270         OPEN I-O TASK-MASTER.
003280         IF ESC-TASKMSTR-NOTFOUND
003820         EXIT.
003830
003840*****************************************************************
003850*    1200-LOAD-ABSENCES - TABLE EVERY OPERATOR WHOSE ABSENCE     *
003851*    PERIOD TAKES IN TODAY, WITH THEIR COVER.  A MISSING FILE    *
003852*    MEANS NOBODY IS AWAY, NOT AN ERROR.                         *
003860*****************************************************************
003870 1200-LOAD-ABSENCES.
003871         OPEN INPUT OPERATOR-ABSENCE.
003872         IF ESC-OPRABS-NOTFOUND
003873             GO TO 1200-EXIT
003874         END-IF.
003875         IF NOT ESC-OPRABS-OK
003876             DISPLAY "Unable to open OPERATOR-ABSENCE, status "
003877                 ESC-OPRABS-STATUS
003878             GO TO 1200-EXIT
003879         END-IF.
003880         PERFORM 1210-TABLE-ONE-ABSENCE THRU 1210-EXIT
003881             UNTIL ESC-OPRABS-EOF.
003882         CLOSE OPERATOR-ABSENCE.
003883 1200-EXIT.
003884         EXIT.
003885
003886 1210-TABLE-ONE-ABSENCE.
003887         READ OPERATOR-ABSENCE NEXT RECORD
003888             AT END
003889                 SET ESC-OPRABS-EOF TO TRUE
003890                 GO TO 1210-EXIT
003891         END-READ.
003892         IF AB-START-DATE > ESC-CURRENT-DATE
003893             OR AB-END-DATE < ESC-CURRENT-DATE
003894             GO TO 1210-EXIT
003895         END-IF.
003896         IF ESC-ABS-COUNT NOT < 200
003897             DISPLAY "Absence table is full - " AB-OPERATOR-ID
003898                 " not covered."
003899             GO TO 1210-EXIT
003900         END-IF.
003901         ADD 1 TO ESC-ABS-COUNT.
003902         SET ESC-ABS-IDX TO ESC-ABS-COUNT.
003903         MOVE AB-OPERATOR-ID TO ESC-ABS-OPERATOR(ESC-ABS-IDX).
003904         MOVE AB-COVER-ID TO ESC-ABS-COVER(ESC-ABS-IDX).
003905 1210-EXIT.
003906         EXIT.
003907
003908*****************************************************************
003909*    2000-SCAN-TASK-MASTER - SORT INPUT PROCEDURE.  PASSES       *
003910*    TASK-MASTER ONCE, ESCALATING EACH OVERDUE ROW IN PLACE AND  *
003911*    RELEASING ITS NOTICE TO THE SORT.                           *
003912*****************************************************************
003913 2000-SCAN-TASK-MASTER.
003914         IF NOT ESC-TASKMSTR-EOF
003915             PERFORM 2010-SCAN-ONE-TASK THRU 2010-EXIT
003916                 UNTIL ESC-TASKMSTR-EOF
003917             CLOSE TASK-MASTER
003918         END-IF.
003919 2000-EXIT.
003920         EXIT.
003921
003922*****************************************************************
003923*    2010-SCAN-ONE-TASK - FLAG AND ESCALATE ONE OVERDUE ROW      *
003924*****************************************************************
003925 2010-SCAN-ONE-TASK.
003926         READ TASK-MASTER NEXT RECORD
003927             AT END
003928                 SET ESC-TASKMSTR-EOF TO TRUE
003929             NOT AT END
003930                 ADD 1 TO ESC-SCANNED-COUNT
003931                 IF (TM-STATUS(1:7) = "PENDING"
003940                     OR TM-STATUS(1:6) = "ACTIVE")
003950                     AND TM-DUE-DATE > ZERO
003960                     AND TM-DUE-DATE < ESC-CURRENT-DATE
004020                     END-IF
004030                 END-IF
004040         END-READ.
004050 2010-EXIT.
004060         EXIT.
004070
004080*****************************************************************
004580
004590 2100-ESCALATE-ONE-TASK.
004600         ADD 1 TO ESC-OVERDUE-COUNT.
004610         MOVE TM-OWNER TO ESS-OWNER.
004620         MOVE SPACES TO ESS-FOR-OWNER.
004630         PERFORM 2150-FIND-COVER THRU 2150-EXIT.
004640         IF ESC-ABS-FOUND NOT = ZERO
004650             MOVE ESC-ABS-COVER(ESC-ABS-IDX) TO ESS-OWNER
004660             MOVE TM-OWNER TO ESS-FOR-OWNER
004740         END-IF.
004741         MOVE TM-ID TO ESS-ID.
004742         MOVE TM-NAME TO ESS-NAME.
004743         MOVE TM-DUE-DATE TO ESS-DUE-DATE.
004744         MOVE TM-PRIORITY TO ESS-OLD-PRI.
004750         IF TM-PRIORITY > 1
004760             PERFORM 2200-BUMP-PRIORITY THRU 2200-EXIT
004770         END-IF.
004780         MOVE TM-PRIORITY TO ESS-NEW-PRI.
004790         RELEASE ESC-SORT-RECORD.
004800 2100-EXIT.
004810         EXIT.
004811
004812*****************************************************************
004813*    2150-FIND-COVER - LOOK UP THE TASK OWNER AMONG TODAY'S      *
004814*    ABSENCES.  ESC-ABS-FOUND IS ZERO WHEN THE OWNER IS IN.      *
004815*****************************************************************
004816 2150-FIND-COVER.
004817         MOVE ZERO TO ESC-ABS-FOUND.
004818         IF ESC-ABS-COUNT > ZERO
004819             PERFORM 2160-CHECK-ONE-ABSENCE THRU 2160-EXIT
004820                 VARYING ESC-ABS-IDX FROM 1 BY 1
004821                 UNTIL ESC-ABS-IDX > ESC-ABS-COUNT
004822                 OR ESC-ABS-FOUND NOT = ZERO
004823         END-IF.
004830         IF ESC-ABS-FOUND NOT = ZERO
004831             SET ESC-ABS-IDX TO ESC-ABS-FOUND
004832         END-IF.
004833 2150-EXIT.
004834         EXIT.
004835
004836 2160-CHECK-ONE-ABSENCE.
004837         IF ESC-ABS-OPERATOR(ESC-ABS-IDX) = TM-OWNER
004838             SET ESC-ABS-FOUND TO ESC-ABS-IDX
004839         END-IF.
004840 2160-EXIT.
004841         EXIT.
004850
004860*****************************************************************
004870*    2200-BUMP-PRIORITY - RAISE ONE LEVEL TOWARD 1, REWRITE THE  *
004880*    ROW IN PLACE, AND AUDIT THE CHANGE THE SAME WAY A STATUS    *
004890*    CHANGE IS AUDITED - FIELD PRIORITY, OLD AND NEW PRIORITY    *
004900*    DIGIT IN THE OLD/NEW VALUE FIELDS.                          *
004910*****************************************************************
004920 2200-BUMP-PRIORITY.
004930         MOVE TM-PRIORITY TO AU-OLD-VALUE.
004950         SUBTRACT 1 FROM TM-PRIORITY.
004960         MOVE TM-PRIORITY TO AU-NEW-VALUE.
004970         SET AU-FIELD-PRIORITY TO TRUE.
004971         MOVE SPACES TO AU-RECORD-IMAGE.
004980         REWRITE TASK-MASTER-RECORD
004990             INVALID KEY
005000                 DISPLAY "Unable to rewrite task " TM-ID
005120         EXIT.
005130
005140*****************************************************************
005150*    4000-PRINT-NOTICES - SORT OUTPUT PROCEDURE.  THE NOTICES    *
005160*    COME BACK BY OWNER, THEN DUE DATE, THEN TASK ID, SO THE     *
005170*    LISTING BREAKS CLEANLY ON OWNER - ONE OVERDUE LIST EACH.    *
005620*****************************************************************
005630 4000-PRINT-NOTICES.
005640         IF ESC-OVERDUE-COUNT = ZERO
005650             MOVE "No overdue tasks." TO ESC-PRINT-LINE
005660             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
005670             GO TO 4000-EXIT
005680         END-IF.
005690         MOVE LOW-VALUES TO ESC-PRIOR-OWNER.
005691         MOVE "N" TO ESC-SORT-EOF-FLAG.
005700         PERFORM 4100-PRINT-ONE-NOTICE THRU 4100-EXIT
005710             UNTIL ESC-SORT-EOF.
005730 4000-EXIT.
005740         EXIT.
005750
005760 4100-PRINT-ONE-NOTICE.
005770         RETURN ESC-SORT-FILE
005771             AT END
005772                 SET ESC-SORT-EOF TO TRUE
005773                 GO TO 4100-EXIT
005774         END-RETURN.
005775         IF ESS-OWNER NOT = ESC-PRIOR-OWNER
005780             MOVE SPACES TO ESC-PRINT-LINE
005790             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
005800             MOVE ESS-OWNER TO ESC-OWN-OPERATOR
005820             MOVE ESC-OWNER-LINE TO ESC-PRINT-LINE
005830             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
005840             MOVE ESS-OWNER TO ESC-PRIOR-OWNER
005860         END-IF.
005870         MOVE ESS-ID TO ESC-DTL-ID.
005880         MOVE ESS-NAME TO ESC-DTL-NAME.
005890         MOVE ESS-DUE-DATE TO ESC-DTL-DUE-DATE.
005900         MOVE ESS-OLD-PRI TO ESC-DTL-OLD-PRI.
005910         MOVE ESS-NEW-PRI TO ESC-DTL-NEW-PRI.
005920         MOVE ESS-FOR-OWNER TO ESC-DTL-FOR-OWNER.
005930         IF ESC-DTL-FOR-OWNER = SPACES
005940             MOVE SPACES TO ESC-DTL-FOR-TAG
005941         ELSE
005942             MOVE "FOR " TO ESC-DTL-FOR-TAG
005943         END-IF.
005950         MOVE ESC-DETAIL-LINE TO ESC-PRINT-LINE.
005960         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
005970 4100-EXIT.
