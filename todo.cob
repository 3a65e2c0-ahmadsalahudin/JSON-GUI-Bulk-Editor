000640*                     STAMPED WITH OPERATOR, DATE AND START/    *
000650*                     STOP TIMES; A DELETED TASK'S WORK LOG IS  *
000660*                     REMOVED WITH IT.                          *
000661*    2026-10-15  DPO  ADDED SUPERVISOR-ONLY REOPEN.  A          *
000662*                     COMPLETE OR CANCELLED TASK GOES BACK TO   *
000663*                     ACTIVE; A TASK TASKARC HAS SWEPT IS       *
000664*                     RESTORED TO TASK-MASTER UNDER ITS         *
000665*                     ORIGINAL ID WITH ITS NOTES AND WORK LOG,  *
000666*                     AND ITS RECORDS ARE TAKEN OFF THE         *
000667*                     ARCHIVE FILES.  A REASON NOTE IS          *
000668*                     MANDATORY AND EVERY REOPEN IS AUDITED.    *
000669*    2026-10-15  DPO  ADD-TASK NOW PROMPTS FOR AN OPTIONAL      *
000670*                     CHANGE-TICKET REFERENCE (TM-EXT-REF); ONE *
000671*                     ALREADY ON ANOTHER TASK IS LEFT BLANK.    *
000672*                     MANAGE-TASKS SHOWS IT.  A RESTORE BRINGS  *
000673*                     IT BACK FROM TASKARC.                     *
000675*    2026-10-15  DPO  A SUCCESSFUL SIGN-ON NOW STAMPS           *
000676*                     US-LAST-SIGNON-DATE ON USER-MASTER.       *
000677*    2026-10-15  DPO  ADD TASK ASKS FOR ESTIMATED MINUTES;      *
000678*                     MANAGE TASKS SHOWS THE ESTIMATE AND A     *
000679*                     RESTORE BRINGS IT AND THE TEMPLATE ID     *
000680*                     BACK FROM TASKARC.                        *
000681*    2026-10-15  DPO  EVERY TASK-AUDIT RECORD NOW CARRIES THE   *
000682*                     FIELD ID AND REPLAY IMAGE TASKRCV NEEDS.  *
000683*                     NOTES ADDED OR RESTORED, DEPENDENCY LINKS *
000684*                     ADDED OR REMOVED AND WORK INTERVALS       *
000685*                     STARTED, STOPPED OR RESTORED ARE NOW      *
000686*                     AUDITED TOO (ACTIONS N, L, K AND W).      *
000687*    2026-10-15  DPO  VIEW TASKS NOW ORDERS THE VISIBLE ROWS    *
000688*                     THROUGH THE TDLSORT WORK FILE INSTEAD     *
000689*                     OF A 1000-ROW TABLE AND BUBBLE SORT, SO   *
000690*                     EVERY ROW IS LISTED AT ANY FILE SIZE.     *
000691*    2026-10-15  DPO  A RESTORE NOW BRINGS TM-EXT-REF BACK FROM *
000692*                     TA-EXT-REF.  A RESTORE-WORK OR ARCHIVE    *
000693*                     OPEN FAILURE NOW STOPS THAT STEP AND      *
000694*                     LEAVES THE ARCHIVE FILE AS IT WAS.        *
000695*****************************************************************
000696 IDENTIFICATION DIVISION.
000697 PROGRAM-ID. TODOLIST.
000700
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS DYNAMIC
000770             RECORD KEY IS TM-ID
000771             ALTERNATE RECORD KEY IS TM-EXT-REF
000772                 WITH DUPLICATES
000780             FILE STATUS IS TDL-TASKMSTR-STATUS.
000790         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000800             ORGANIZATION IS LINE SEQUENTIAL
001160             ACCESS MODE IS DYNAMIC
001170             RECORD KEY IS WL-LOG-KEY
001180             FILE STATUS IS TDL-TASKWLOG-STATUS.
001181         SELECT TASK-ARCHIVE ASSIGN TO "TASKARC"
001182             ORGANIZATION IS LINE SEQUENTIAL
001183             FILE STATUS IS TDL-TASKARC-STATUS.
001184         SELECT NOTE-ARCHIVE ASSIGN TO "NOTEARC"
001185             ORGANIZATION IS LINE SEQUENTIAL
001186             FILE STATUS IS TDL-NOTEARC-STATUS.
001187         SELECT WLOG-ARCHIVE ASSIGN TO "WLOGARC"
001188             ORGANIZATION IS LINE SEQUENTIAL
001189             FILE STATUS IS TDL-WLOGARC-STATUS.
001190         SELECT RESTORE-WORK ASSIGN TO "TDLWORK"
001191             ORGANIZATION IS LINE SEQUENTIAL
001192             FILE STATUS IS TDL-WORK-STATUS.
001193         SELECT VIEW-SORT-FILE ASSIGN TO "TDLSORT".
001194
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  TASK-MASTER.
001630 01  TASK-WORK-LOG-RECORD.
001640         COPY TASKWLOG.
001650
001651 FD  TASK-ARCHIVE.
001652 01  TASK-ARCHIVE-RECORD.
001653         COPY TASKARC.
001654
001655 FD  NOTE-ARCHIVE.
001656 01  NOTE-ARCHIVE-RECORD         PIC X(91).
001657
001658 FD  WLOG-ARCHIVE.
001659 01  WLOG-ARCHIVE-RECORD         PIC X(42).
001660
001661 FD  RESTORE-WORK.
001662 01  RESTORE-WORK-RECORD         PIC X(120).
001663
001664*    ---------------------------------------------------------
001665*    ONE SORT RECORD PER VISIBLE TASK-MASTER ROW IN
001666*    VIEW-TASKS, KEYED FOR THE PRIORITY/DUE-DATE ORDER.
001667*    ---------------------------------------------------------
001668 SD  VIEW-SORT-FILE.
001669 01  VIEW-SORT-RECORD.
001670         05  VWS-PRIORITY            PIC 9(01).
001671         05  VWS-DUE-DATE            PIC 9(08).
001672         05  VWS-ID                  PIC 9(06).
001673         05  VWS-NAME                PIC X(50).
001674         05  VWS-STATUS              PIC X(10).
001675         05  VWS-OWNER               PIC X(08).
001676
001677 WORKING-STORAGE SECTION.
001678*    ---------------------------------------------------------
001680*    MASTER COUNTERS - THE ROW COUNT AND HIGH-WATER TASK-ID
001690*    ARE ESTABLISHED BY THE STARTUP SCAN AND MAINTAINED BY
001700*    ADD/DELETE; THE FILE ITSELF IS NEVER TABLED.
001720 01  TDL-TASK-COUNT              PIC 9(05) VALUE ZERO.
001730 01  TDL-NEXT-TASK-ID            PIC 9(06) VALUE ZERO.
001740*    ---------------------------------------------------------
001750*    VIEW-TASKS SORT CONTROL.  THE VISIBLE ROWS ARE ORDERED ON
001760*    THE TDLSORT WORK FILE, NEVER HELD IN STORAGE.
001780*    ---------------------------------------------------------
001790 01  TDL-VIEW-SORT-EOF-FLAG      PIC X(01) VALUE "N".
001800         88  TDL-VIEW-SORT-EOF       VALUE "Y".
001810 01  TDL-VIEW-DEPS-OPEN-FLAG     PIC X(01) VALUE "N".
001820         88  TDL-VIEW-DEPS-OPEN      VALUE "Y".
001900*    ---------------------------------------------------------
001910*    FILE STATUS SWITCHES
001920*    ---------------------------------------------------------
002290             88  TDL-TASKWLOG-EOF    VALUE "10".
002300             88  TDL-TASKWLOG-NOTFOUND
002310                 VALUE "23" "35" "05".
002311         05  TDL-TASKARC-STATUS      PIC X(02) VALUE "00".
002312             88  TDL-TASKARC-OK      VALUE "00".
002313             88  TDL-TASKARC-EOF     VALUE "10".
002314             88  TDL-TASKARC-NOTFOUND VALUE "35" "05".
002315         05  TDL-NOTEARC-STATUS      PIC X(02) VALUE "00".
002316             88  TDL-NOTEARC-OK      VALUE "00".
002317             88  TDL-NOTEARC-EOF     VALUE "10".
002318             88  TDL-NOTEARC-NOTFOUND VALUE "35" "05".
002319         05  TDL-WLOGARC-STATUS      PIC X(02) VALUE "00".
002320             88  TDL-WLOGARC-OK      VALUE "00".
002321             88  TDL-WLOGARC-EOF     VALUE "10".
002322             88  TDL-WLOGARC-NOTFOUND VALUE "35" "05".
002323         05  TDL-WORK-STATUS         PIC X(02) VALUE "00".
002324             88  TDL-WORK-OK         VALUE "00".
002325             88  TDL-WORK-EOF        VALUE "10".
002326*    ---------------------------------------------------------
002330*    SIGN-ON / OPERATOR CONTEXT
002340*    ---------------------------------------------------------
002350 01  TDL-SIGNON-SWITCHES.
002950 01  TDL-CATEGORY-INPUT          PIC X(10).
002960 01  TDL-CATEGORY-VALID-FLAG     PIC X(01) VALUE "N".
002970         88  TDL-CATEGORY-VALID      VALUE "Y".
002971 01  TDL-NEW-EXT-REF             PIC X(12) VALUE SPACES.
002972 01  TDL-EXT-REF-INPUT           PIC X(20).
002973 01  TDL-NEW-EST-MINUTES         PIC 9(05) VALUE ZERO.
002974 01  TDL-EST-INPUT               PIC X(10).
002975 01  TDL-EST-TRIMMED             PIC X(10).
002976 01  TDL-EST-LEN                 PIC 9(02) VALUE ZERO.
002980*    ---------------------------------------------------------
002990*    WORK-LOG CONTROL FIELDS.  AN INTERVAL WITH A ZERO STOP
003000*    TIME IS WORK IN PROGRESS; ONE OPERATOR MAY HOLD AT MOST
003540         05  TDL-CURRENT-DATE        PIC 9(08).
003550         05  TDL-CURRENT-TIME        PIC 9(06).
003560         05  FILLER                  PIC X(09).
003590 01  TDL-SWAP-STATUS             PIC X(10).
003600*    ---------------------------------------------------------
003610*    TASK-AUDIT VALUE TEXT FOR DEPENDENCY-LINK AND WORK-LOG
003620*    CHANGES.  THE CHANGED RECORD ITSELF TRAVELS IN
003621*    AU-RECORD-IMAGE SO TASKRCV CAN REPLAY IT.
003630*    ---------------------------------------------------------
003640 01  TDL-AUDIT-LINK-VALUE.
003650         05  FILLER                  PIC X(15)
003660                 VALUE "WAITS FOR TASK ".
003670         05  TDL-AUDIT-LINK-PRED     PIC 9(06).
003671 01  TDL-AUDIT-WLOG-VALUE.
003672         05  FILLER                  PIC X(09) VALUE "WORK LOG ".
003673         05  TDL-AUDIT-WLOG-SEQ      PIC 9(03).
003674         05  FILLER                  PIC X(01) VALUE SPACE.
003675         05  TDL-AUDIT-WLOG-EVENT    PIC X(08).
003676         05  FILLER                  PIC X(01) VALUE SPACE.
003677         05  TDL-AUDIT-WLOG-MINUTES  PIC 9(05).
003678         05  FILLER                  PIC X(04) VALUE " MIN".
003680 01  TDL-PRIORITY-INPUT          PIC X(05).
003690 01  TDL-DUE-DATE-INPUT          PIC X(10).
003700 01  TDL-PRIORITY-DIGIT          PIC 9(01).
003701*    ---------------------------------------------------------
003702*    REOPEN / RESTORE WORK AREAS.  A SWEPT TASK'S NOTES AND
003703*    WORK LOG ARE COPIED BACK TO THE KEYED FILES, AND EACH
003704*    ARCHIVE FILE IS REWRITTEN THROUGH RESTORE-WORK WITHOUT
003705*    THE RESTORED TASK'S RECORDS.
003706*    ---------------------------------------------------------
003707 01  TDL-REOPEN-ID               PIC 9(06) VALUE ZERO.
003708 01  TDL-REOPEN-REASON           PIC X(52).
003709 01  TDL-REOPEN-CONFIRM          PIC X(01).
003710 01  TDL-ARC-FOUND-FLAG          PIC X(01) VALUE "N".
003711         88  TDL-ARC-FOUND           VALUE "Y".
003712 01  TDL-ARC-DATE                PIC 9(08) VALUE ZERO.
003713 01  TDL-RESTORED-COUNT          PIC 9(05) VALUE ZERO.
003714 01  TDL-KEPT-COUNT              PIC 9(07) VALUE ZERO.
003715
003720 PROCEDURE DIVISION.
003730*****************************************************************
003740*    0000-MAINLINE                                              *
004760                     SET TDL-SIGNON-OK TO TRUE
004770                 END-IF
004780                 IF TDL-SIGNON-OK
004790                     MOVE FUNCTION CURRENT-DATE
004800                         TO TDL-CURRENT-DATE-TIME
004810                     MOVE TDL-CURRENT-DATE TO US-LAST-SIGNON-DATE
004820                     MOVE ZERO TO US-FAIL-COUNT
004830                     REWRITE USER-MASTER-RECORD
004840                         INVALID KEY
004850                             CONTINUE
004851                     END-REWRITE
004860                     IF US-IS-SUPERVISOR
004870                         SET TDL-IS-SUPERVISOR TO TRUE
004880                     END-IF
008220         IF TDL-IS-SUPERVISOR
008230             DISPLAY "4. Toggle Show-All-Owners"
008240             DISPLAY "5. Handover Tasks"
008241             DISPLAY "6. Reopen Finished Task"
008250         END-IF
008260         DISPLAY "Q. Quit".
008270 2000-EXIT.
008490             WHEN "5"
008500                 IF TDL-IS-SUPERVISOR
008510                     PERFORM 7000-HANDOVER-TASKS THRU 7000-EXIT
008511                 ELSE
008512                     DISPLAY "Invalid option!"
008513                 END-IF
008514             WHEN "6"
008515                 IF TDL-IS-SUPERVISOR
008516                     PERFORM 7500-REOPEN-TASK THRU 7500-EXIT
008520                 ELSE
008530                     DISPLAY "Invalid option!"
008540                 END-IF
008860         PERFORM 3100-ACCEPT-PRIORITY THRU 3100-EXIT.
008870         PERFORM 3200-ACCEPT-DUE-DATE THRU 3200-EXIT.
008880         PERFORM 3250-ACCEPT-CATEGORY THRU 3250-EXIT.
008881         PERFORM 3270-ACCEPT-EXT-REF THRU 3270-EXIT.
008882         PERFORM 3280-ACCEPT-ESTIMATE THRU 3280-EXIT.
008890         ADD 1 TO TDL-NEXT-TASK-ID.
008900         MOVE TDL-NEXT-TASK-ID TO TM-ID.
008910         MOVE TDL-NEW-NAME TO TM-NAME.
008940         MOVE TDL-NEW-DUE-DATE TO TM-DUE-DATE.
008950         MOVE TDL-OPERATOR-ID TO TM-OWNER.
008960         MOVE TDL-NEW-CATEGORY TO TM-CATEGORY.
008961         MOVE TDL-NEW-EXT-REF TO TM-EXT-REF.
008962         MOVE TDL-NEW-EST-MINUTES TO TM-EST-MINUTES.
008963         MOVE ZERO TO TM-TEMPLATE-ID.
008970         WRITE TASK-MASTER-RECORD
008980             INVALID KEY
008990                 DISPLAY "Unable to write task " TM-ID
009030         MOVE SPACES TO AU-OLD-VALUE.
009040         MOVE TDL-NEW-NAME TO AU-NEW-VALUE.
009050         SET AU-ACTION-ADD TO TRUE.
009051         MOVE SPACES TO AU-FIELD-ID.
009052         MOVE TASK-MASTER-RECORD TO AU-RECORD-IMAGE.
009060         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
009070         ADD 1 TO TDL-ADDS-SINCE-CKPT.
009080         IF TDL-ADDS-SINCE-CKPT NOT < TDL-CKPT-INTERVAL
009850         EXIT.
009860
009870*****************************************************************
009871*    3270-ACCEPT-EXT-REF - OPTIONAL CHANGE-TICKET NUMBER.  BLANK *
009872*    MEANS NONE; A REFERENCE ALREADY CARRIED BY ANOTHER TASK IS  *
009873*    LEFT BLANK WITH A MESSAGE SO TASKTKT CAN ALWAYS RESOLVE A   *
009874*    TICKET TO ONE TASK.                                         *
009875*****************************************************************
009876 3270-ACCEPT-EXT-REF.
009877         MOVE SPACES TO TDL-NEW-EXT-REF.
009878         DISPLAY "Change ticket reference (blank for none):".
009879         ACCEPT TDL-EXT-REF-INPUT.
009880         MOVE FUNCTION UPPER-CASE(TDL-EXT-REF-INPUT(1:12))
009881             TO TDL-NEW-EXT-REF.
009882         IF TDL-NEW-EXT-REF = SPACES
009883             GO TO 3270-EXIT
009884         END-IF.
009885         MOVE TDL-NEW-EXT-REF TO TM-EXT-REF.
009886         READ TASK-MASTER KEY IS TM-EXT-REF
009887             INVALID KEY
009888                 CONTINUE
009889         END-READ.
009890         IF TDL-TASKMSTR-STATUS = "00" OR "02"
009891             DISPLAY "Reference " TDL-NEW-EXT-REF
009892                 " is already on task " TM-ID " - left blank."
009893             MOVE SPACES TO TDL-NEW-EXT-REF
009894         END-IF.
009895 3270-EXIT.
009896         EXIT.
009897
009898*****************************************************************
009899*    3280-ACCEPT-ESTIMATE - EXPECTED EFFORT IN WHOLE MINUTES.    *
009900*    BLANK MEANS NO ESTIMATE; AN ENTRY THAT IS NOT 1 TO 5        *
009901*    DIGITS IS LEFT AT ZERO WITH A MESSAGE.                      *
009902*****************************************************************
009903 3280-ACCEPT-ESTIMATE.
009904         MOVE ZERO TO TDL-NEW-EST-MINUTES.
009905         DISPLAY "Estimated minutes (blank for no estimate):".
009906         MOVE SPACES TO TDL-EST-INPUT.
009907         ACCEPT TDL-EST-INPUT.
009908         IF TDL-EST-INPUT = SPACES
009909             GO TO 3280-EXIT
009910         END-IF.
009911         MOVE FUNCTION TRIM(TDL-EST-INPUT) TO TDL-EST-TRIMMED.
009912         MOVE FUNCTION LENGTH(FUNCTION TRIM(TDL-EST-INPUT))
009913             TO TDL-EST-LEN.
009914         IF TDL-EST-LEN > 5
009915             DISPLAY "Estimate not valid - left at zero."
009916             GO TO 3280-EXIT
009917         END-IF.
009918         IF TDL-EST-TRIMMED(1:TDL-EST-LEN) IS NOT NUMERIC
009919             DISPLAY "Estimate not valid - left at zero."
009920             GO TO 3280-EXIT
009921         END-IF.
009922         MOVE FUNCTION NUMVAL(TDL-EST-TRIMMED(1:TDL-EST-LEN))
009923             TO TDL-NEW-EST-MINUTES.
009924 3280-EXIT.
009925         EXIT.
009926
009927*****************************************************************
009928*    3300-WRITE-CHECKPOINT - KEYED UPDATES ARE ALREADY ON DISK,  *
009929*    SO THE CHECKPOINT ONLY RECORDS THE COMMITTED COUNT AND THE  *
009930*    LAST-ISSUED TASK-ID FOR RESTART AND ID-REUSE PROTECTION.    *
009931*****************************************************************
009932 3300-WRITE-CHECKPOINT.
009933         MOVE FUNCTION CURRENT-DATE TO TDL-CURRENT-DATE-TIME.
009940         OPEN OUTPUT TASK-CHECKPOINT.
009950         MOVE TDL-TASK-COUNT TO CK-LAST-TASK-COUNT.
009960         MOVE TDL-NEXT-TASK-ID TO CK-LAST-TASK-ID.
010070         EXIT.
010080
010090*****************************************************************
010100*    4000-VIEW-TASKS - THE ROWS THE OPERATOR MAY SEE ARE SORTED  *
010110*    BY PRIORITY THEN DUE DATE THROUGH THE TDLSORT WORK FILE,    *
010111*    SO NO ROW IS HELD IN STORAGE AND EVERY ONE IS LISTED,       *
010112*    HOWEVER LARGE TASK-MASTER GROWS.  TIES KEEP TASK-ID ORDER.  *
010120*****************************************************************
010130 4000-VIEW-TASKS.
010140         DISPLAY "Task List:".
010141         SORT VIEW-SORT-FILE
010142             ON ASCENDING KEY VWS-PRIORITY VWS-DUE-DATE VWS-ID
010143             INPUT PROCEDURE IS 4100-RELEASE-VISIBLE-TASKS
010144                 THRU 4100-EXIT
010145             OUTPUT PROCEDURE IS 4200-DISPLAY-SORTED-TASKS
010146                 THRU 4200-EXIT.
010147 4000-EXIT.
010148         EXIT.
010149
010150*****************************************************************
010151*    4100-RELEASE-VISIBLE-TASKS - SORT INPUT PROCEDURE.  ONE     *
010152*    SEQUENTIAL PASS OF TASK-MASTER RELEASES EVERY ROW THE       *
010153*    OPERATOR MAY SEE - ALL ROWS UNDER SHOW-ALL, OTHERWISE THE   *
010154*    OPERATOR'S OWN.                                             *
010155*****************************************************************
010156 4100-RELEASE-VISIBLE-TASKS.
010157         MOVE ZERO TO TM-ID.
010160         START TASK-MASTER KEY NOT LESS THAN TM-ID
010170             INVALID KEY
010180                 CONTINUE
010190         END-START.
010200         IF TDL-TASKMSTR-OK
010210             PERFORM 4110-RELEASE-ONE-TASK THRU 4110-EXIT
010220                 UNTIL TDL-TASKMSTR-EOF
010760         END-IF.
010770 4100-EXIT.
010780         EXIT.
010790
010800 4110-RELEASE-ONE-TASK.
010810         READ TASK-MASTER NEXT RECORD
010820             AT END
010830                 SET TDL-TASKMSTR-EOF TO TRUE
010840                 GO TO 4110-EXIT
010850         END-READ.
010860         IF NOT TDL-SHOW-ALL
010870             AND TM-OWNER NOT = TDL-OPERATOR-ID
010880             GO TO 4110-EXIT
010890         END-IF.
010891         MOVE TM-PRIORITY TO VWS-PRIORITY.
010892         MOVE TM-DUE-DATE TO VWS-DUE-DATE.
010893         MOVE TM-ID TO VWS-ID.
010894         MOVE TM-NAME TO VWS-NAME.
010895         MOVE TM-STATUS TO VWS-STATUS.
010896         MOVE TM-OWNER TO VWS-OWNER.
010897         RELEASE VIEW-SORT-RECORD.
010900 4110-EXIT.
010910         EXIT.
010920
010930*****************************************************************
010940*    4200-DISPLAY-SORTED-TASKS - SORT OUTPUT PROCEDURE.  THE     *
010950*    TASK-MASTER SCAN IS OVER BY NOW, SO EACH OPEN TASK'S        *
010960*    PREDECESSORS ARE CHECKED WITH KEYED READS AS IT IS LISTED   *
010970*    AND A TASK WAITING ON AN OPEN ONE IS MARKED BLOCKED.        *
010980*****************************************************************
010990 4200-DISPLAY-SORTED-TASKS.
011000         MOVE "N" TO TDL-VIEW-SORT-EOF-FLAG.
011010         MOVE "N" TO TDL-VIEW-DEPS-OPEN-FLAG.
011020         OPEN INPUT TASK-DEPS.
011030         IF TDL-TASKDEP-OK
011040             SET TDL-VIEW-DEPS-OPEN TO TRUE
011050         ELSE
011051             IF NOT TDL-TASKDEP-NOTFOUND
011052                 DISPLAY "Unable to open TASK-DEPS, status "
011053                     TDL-TASKDEP-STATUS
011054             END-IF
011060         END-IF.
011070         PERFORM 4210-DISPLAY-ONE-TASK THRU 4210-EXIT
011080             UNTIL TDL-VIEW-SORT-EOF.
011090         IF TDL-VIEW-DEPS-OPEN
011100             CLOSE TASK-DEPS
011250         END-IF.
011330 4200-EXIT.
011340         EXIT.
011350
011360 4210-DISPLAY-ONE-TASK.
011370         RETURN VIEW-SORT-FILE
011380             AT END
011390                 SET TDL-VIEW-SORT-EOF TO TRUE
011400                 GO TO 4210-EXIT
011410         END-RETURN.
011420         MOVE "N" TO TDL-BLOCKED-FLAG.
011430         IF TDL-VIEW-DEPS-OPEN
011440             AND (VWS-STATUS(1:7) = "PENDING"
011441                 OR VWS-STATUS(1:6) = "ACTIVE")
011442             MOVE VWS-ID TO TDL-MANAGED-ID
011443             PERFORM 5930-COLLECT-PREDECESSORS THRU 5930-EXIT
011444             IF TDL-PRED-COUNT > ZERO
011445                 PERFORM 5950-CHECK-ONE-PREDECESSOR THRU 5950-EXIT
011446                     VARYING TDL-PRED-IDX FROM 1 BY 1
011447                     UNTIL TDL-PRED-IDX > TDL-PRED-COUNT
011448             END-IF
011450         END-IF.
011460         MOVE SPACES TO TDL-BLOCKED-TAG.
011470         IF TDL-TASK-BLOCKED
011480             MOVE " BLOCKED" TO TDL-BLOCKED-TAG
011490         END-IF.
011500         DISPLAY VWS-ID " "
011510             VWS-NAME
011520             " " VWS-STATUS
011530             " PRI=" VWS-PRIORITY
011540             " DUE=" VWS-DUE-DATE
011550             " OWNER=" VWS-OWNER
011560             TDL-BLOCKED-TAG.
011570 4210-EXIT.
011770         EXIT.
011780
011790*****************************************************************
012050         END-IF.
012060         DISPLAY "Task-Name  : " TM-NAME.
012070         DISPLAY "Task-Status: " TM-STATUS.
012071         IF TM-EXT-REF NOT = SPACES
012072             DISPLAY "Ticket-Ref : " TM-EXT-REF
012073         END-IF.
012074         IF TM-EST-MINUTES NOT = ZERO
012075             DISPLAY "Estimate   : " TM-EST-MINUTES " minute(s)"
012076         END-IF.
012080         DISPLAY "S = Change Status, R = Rename, D = Delete,"
012090             " N = Add Note, V = View Notes,"
012100             " P = Add Predecessor, X = Remove Predecessor,"
013060         MOVE TDL-SWAP-STATUS TO AU-OLD-VALUE.
013070         MOVE TDL-NEW-STATUS TO AU-NEW-VALUE.
013080         SET AU-ACTION-UPDATE TO TRUE.
013081         SET AU-FIELD-STATUS TO TRUE.
013082         MOVE SPACES TO AU-RECORD-IMAGE.
013090         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
013100         PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT.
013110         DISPLAY "Status updated.".
013980         END-REWRITE.
013990         MOVE TDL-NEW-NAME TO AU-NEW-VALUE.
014000         SET AU-ACTION-UPDATE TO TRUE.
014001         SET AU-FIELD-NAME TO TRUE.
014002         MOVE SPACES TO AU-RECORD-IMAGE.
014010         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
014020         PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT.
014030         DISPLAY "Task renamed.".
014110         MOVE TM-NAME TO AU-OLD-VALUE.
014120         MOVE SPACES TO AU-NEW-VALUE.
014130         SET AU-ACTION-DELETE TO TRUE.
014131         MOVE SPACES TO AU-FIELD-ID.
014132         MOVE SPACES TO AU-RECORD-IMAGE.
014140         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
014150         DELETE TASK-MASTER RECORD
014160             INVALID KEY
015480             DISPLAY "Note text cannot be blank - not added."
015490             GO TO 5400-EXIT
015500         END-IF.
015501         PERFORM 5410-WRITE-NOTE THRU 5410-EXIT.
015502 5400-EXIT.
015503         EXIT.
015504
015505*****************************************************************
015506*    5410-WRITE-NOTE - APPEND TDL-NOTE-TEXT AS THE NEXT NOTE ON  *
015507*    THE TASK IN THE TASK-MASTER BUFFER                          *
015508*****************************************************************
015509 5410-WRITE-NOTE.
015510         OPEN I-O TASK-NOTES.
015520         IF TDL-TASKNOTE-NOTFOUND
015530             OPEN OUTPUT TASK-NOTES
015570         IF NOT TDL-TASKNOTE-OK
015580             DISPLAY "Unable to open TASK-NOTES, status "
015590                 TDL-TASKNOTE-STATUS
015600             GO TO 5410-EXIT
015610         END-IF.
015620         PERFORM 5600-START-NOTE-SCAN THRU 5600-EXIT.
015630         PERFORM 5420-COUNT-ONE-NOTE THRU 5420-EXIT
015660             DISPLAY "This task already has 999 note(s) - "
015670                 "not added."
015680             CLOSE TASK-NOTES
015690             GO TO 5410-EXIT
015700         END-IF.
015710         MOVE FUNCTION CURRENT-DATE TO TDL-CURRENT-DATE-TIME.
015720         MOVE TM-ID TO TN-TASK-ID.
015820         END-WRITE.
015830         IF TDL-TASKNOTE-OK
015840             DISPLAY "Note " TN-NOTE-SEQ " added."
015841             PERFORM 6050-AUDIT-NOTE-ADDED THRU 6050-EXIT
015850         END-IF.
015860         CLOSE TASK-NOTES.
015870 5410-EXIT.
015880         EXIT.
015890
015900 5420-COUNT-ONE-NOTE.
017290         IF TDL-TASKDEP-OK
017300             DISPLAY "Task " TDL-MANAGED-ID
017310                 " now waits for task " TDL-LINK-PRED-ID "."
017311             MOVE SPACES TO AU-OLD-VALUE
017312             MOVE TD-PRED-ID TO TDL-AUDIT-LINK-PRED
017313             MOVE TDL-AUDIT-LINK-VALUE TO AU-NEW-VALUE
017314             SET AU-ACTION-LINK-ADD TO TRUE
017315             PERFORM 6060-AUDIT-LINK-CHANGE THRU 6060-EXIT
017320         END-IF.
017330         CLOSE TASK-DEPS.
017340 5700-EXIT.
017790         END-DELETE.
017800         IF TDL-TASKDEP-OK
017810             DISPLAY "Link removed."
017811             MOVE TD-PRED-ID TO TDL-AUDIT-LINK-PRED
017812             MOVE TDL-AUDIT-LINK-VALUE TO AU-OLD-VALUE
017813             MOVE SPACES TO AU-NEW-VALUE
017814             SET AU-ACTION-LINK-REMOVE TO TRUE
017815             PERFORM 6060-AUDIT-LINK-CHANGE THRU 6060-EXIT
017820         END-IF.
017830         CLOSE TASK-DEPS.
017840 5800-EXIT.
019240         EXIT.
019250
019260*****************************************************************
019261*    6050-AUDIT-NOTE-ADDED - A NOTE JUST WRITTEN FROM THE        *
019262*    TASK-NOTES BUFFER IS AUDITED WITH ITS TEXT AND THE WHOLE    *
019263*    RECORD, SO IT CAN BE REPLAYED ONTO A RELOADED IMAGE         *
019264*****************************************************************
019265 6050-AUDIT-NOTE-ADDED.
019266         MOVE SPACES TO AU-OLD-VALUE.
019267         MOVE TN-NOTE-TEXT TO AU-NEW-VALUE.
019268         SET AU-ACTION-NOTE-ADD TO TRUE.
019269         MOVE SPACES TO AU-FIELD-ID.
019270         MOVE TASK-NOTES-RECORD TO AU-RECORD-IMAGE.
019271         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
019272 6050-EXIT.
019273         EXIT.
019274
019275*****************************************************************
019276*    6060-AUDIT-LINK-CHANGE - THE CALLER HAS SET THE ACTION AND  *
019277*    THE OLD/NEW TEXT; THE LINK RECORD GOES IN THE IMAGE         *
019278*****************************************************************
019279 6060-AUDIT-LINK-CHANGE.
019280         MOVE SPACES TO AU-FIELD-ID.
019281         MOVE TASK-DEPS-RECORD TO AU-RECORD-IMAGE.
019282         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
019283 6060-EXIT.
019284         EXIT.
019285
019286*****************************************************************
019287*    6070-AUDIT-WORK-LOG - A WORK INTERVAL WRITTEN OR REWRITTEN  *
019288*    FROM THE TASK-WORK-LOG BUFFER, AUDITED AS IT NOW STANDS     *
019289*****************************************************************
019290 6070-AUDIT-WORK-LOG.
019291         MOVE WL-LOG-SEQ TO TDL-AUDIT-WLOG-SEQ.
019292         MOVE WL-MINUTES TO TDL-AUDIT-WLOG-MINUTES.
019293         MOVE SPACES TO AU-OLD-VALUE.
019294         MOVE TDL-AUDIT-WLOG-VALUE TO AU-NEW-VALUE.
019295         SET AU-ACTION-WORK-LOG TO TRUE.
019296         MOVE SPACES TO AU-FIELD-ID.
019297         MOVE TASK-WORK-LOG-RECORD TO AU-RECORD-IMAGE.
019298         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
019299 6070-EXIT.
019300         EXIT.
019301
019302*****************************************************************
019303*    6500-BEGIN-WORK - OPEN A WORK INTERVAL ON THE MANAGED       *
019304*    TASK, STAMPED WITH OPERATOR, DATE AND START TIME            *
019305*****************************************************************
019306 6500-BEGIN-WORK.
019310         OPEN I-O TASK-WORK-LOG.
019320         IF TDL-TASKWLOG-NOTFOUND
019330             OPEN OUTPUT TASK-WORK-LOG
019670         END-WRITE.
019680         IF TDL-TASKWLOG-OK
019690             DISPLAY "Work started on task " TM-ID "."
019691             MOVE "STARTED" TO TDL-AUDIT-WLOG-EVENT
019692             PERFORM 6070-AUDIT-WORK-LOG THRU 6070-EXIT
019700         END-IF.
019710         CLOSE TASK-WORK-LOG.
019720 6500-EXIT.
020260         END-REWRITE.
020270         DISPLAY "Work stopped - " WL-MINUTES
020280             " minute(s) logged.".
020281         MOVE "STOPPED" TO TDL-AUDIT-WLOG-EVENT.
020282         PERFORM 6070-AUDIT-WORK-LOG THRU 6070-EXIT.
020290         CLOSE TASK-WORK-LOG.
020300 6600-EXIT.
020310         EXIT.
022340         MOVE TDL-FROM-OPERATOR TO AU-OLD-VALUE.
022350         MOVE TDL-TO-OPERATOR TO AU-NEW-VALUE.
022360         SET AU-ACTION-UPDATE TO TRUE.
022361         SET AU-FIELD-OWNER TO TRUE.
022362         MOVE SPACES TO AU-RECORD-IMAGE.
022370         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
022380         ADD 1 TO TDL-MOVED-COUNT.
022390 7210-EXIT.
022391         EXIT.
022392
022393*****************************************************************
022394*    7500-REOPEN-TASK - SUPERVISOR-ONLY.  A COMPLETE OR          *
022395*    CANCELLED TASK STILL ON TASK-MASTER GOES BACK TO ACTIVE;    *
022396*    ONE THAT TASKARC HAS SWEPT IS RESTORED FROM TASK-ARCHIVE    *
022397*    UNDER ITS ORIGINAL TM-ID.  THE REASON IS MANDATORY AND IS   *
022398*    KEPT AS A NOTE ON THE TASK.                                 *
022399*****************************************************************
022400 7500-REOPEN-TASK.
022401         DISPLAY "Task ID to reopen:".
022402         ACCEPT TDL-TASK-INDEX-INPUT.
022403         MOVE ZERO TO TDL-WORK-INDEX.
022404         PERFORM 5005-PARSE-TASK-ID-INPUT THRU 5005-EXIT.
022405         IF TDL-WORK-INDEX = ZERO
022406             DISPLAY "Task ID not found."
022407             GO TO 7500-EXIT
022408         END-IF.
022409         MOVE TDL-WORK-INDEX TO TDL-REOPEN-ID.
022410         MOVE TDL-REOPEN-ID TO TM-ID.
022411         READ TASK-MASTER
022412             INVALID KEY
022413                 CONTINUE
022414         END-READ.
022415         IF TDL-TASKMSTR-OK
022416             PERFORM 7510-REOPEN-LIVE-TASK THRU 7510-EXIT
022417         ELSE
022418             PERFORM 7600-RESTORE-ARCHIVED-TASK THRU 7600-EXIT
022419         END-IF.
022420 7500-EXIT.
022421         EXIT.
022422
022423*****************************************************************
022424*    7505-ACCEPT-REASON - A REOPEN WITHOUT A REASON IS REFUSED   *
022425*****************************************************************
022426 7505-ACCEPT-REASON.
022427         MOVE SPACES TO TDL-REOPEN-REASON.
022428         DISPLAY "Reason for reopening (required, up to 52 "
022429             "characters):".
022430         ACCEPT TDL-REOPEN-REASON.
022431         IF TDL-REOPEN-REASON = SPACES
022432             DISPLAY "A reason is required - task not reopened."
022433         END-IF.
022434 7505-EXIT.
022435         EXIT.
022436
022437*****************************************************************
022438*    7510-REOPEN-LIVE-TASK - ONLY A FINISHED TASK MAY BE         *
022439*    REOPENED; AN OPEN ONE IS MANAGED THROUGH CHANGE STATUS      *
022440*****************************************************************
022441 7510-REOPEN-LIVE-TASK.
022442         IF TM-STATUS(1:8) NOT = "COMPLETE"
022443             AND TM-STATUS(1:9) NOT = "CANCELLED"
022444             DISPLAY "Task " TM-ID " is " TM-STATUS
022445                 " - only a COMPLETE or CANCELLED task can be "
022446                 "reopened."
022447             GO TO 7510-EXIT
022448         END-IF.
022449         DISPLAY "Task-Name  : " TM-NAME.
022450         DISPLAY "Task-Status: " TM-STATUS.
022451         PERFORM 7505-ACCEPT-REASON THRU 7505-EXIT.
022452         IF TDL-REOPEN-REASON = SPACES
022453             GO TO 7510-EXIT
022454         END-IF.
022455         MOVE TM-STATUS TO TDL-SWAP-STATUS.
022456         MOVE "ACTIVE    " TO TM-STATUS.
022457         REWRITE TASK-MASTER-RECORD
022458             INVALID KEY
022459                 DISPLAY "Unable to rewrite task " TM-ID
022460                 GO TO 7510-EXIT
022461         END-REWRITE.
022462         MOVE TDL-SWAP-STATUS TO AU-OLD-VALUE.
022463         MOVE TM-STATUS TO AU-NEW-VALUE.
022464         SET AU-ACTION-REOPEN TO TRUE.
022465         MOVE SPACES TO AU-FIELD-ID.
022466         MOVE TASK-MASTER-RECORD TO AU-RECORD-IMAGE.
022467         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
022468         PERFORM 7590-WRITE-REASON-NOTE THRU 7590-EXIT.
022469         PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT.
022470         DISPLAY "Task " TM-ID " reopened - now ACTIVE.".
022471 7510-EXIT.
022472         EXIT.
022473
022474 7590-WRITE-REASON-NOTE.
022475         MOVE SPACES TO TDL-NOTE-TEXT.
022476         STRING "REOPENED: " DELIMITED BY SIZE
022477             TDL-REOPEN-REASON DELIMITED BY SIZE
022478             INTO TDL-NOTE-TEXT.
022479         PERFORM 5410-WRITE-NOTE THRU 5410-EXIT.
022480 7590-EXIT.
022481         EXIT.
022482
022483*****************************************************************
022484*    7600-RESTORE-ARCHIVED-TASK - PUT A SWEPT TASK BACK ON       *
022485*    TASK-MASTER AS ACTIVE UNDER ITS ORIGINAL ID, BRING ITS      *
022486*    NOTES AND WORK LOG BACK TO THE KEYED FILES, THEN TAKE ALL   *
022487*    OF ITS RECORDS OFF THE ARCHIVE FILES SO A LATER SWEEP       *
022488*    NEVER ARCHIVES THEM TWICE.  DEPENDENCY LINKS WERE DROPPED   *
022489*    BY THE SWEEP AND ARE NOT RESTORED.  AN OWNER WHO IS NO      *
022490*    LONGER ACTIVE IS REPLACED BY THE RESTORING SUPERVISOR.      *
022491*****************************************************************
022492 7600-RESTORE-ARCHIVED-TASK.
022493         PERFORM 7610-FIND-ARCHIVE-RECORD THRU 7610-EXIT.
022494         IF NOT TDL-ARC-FOUND
022495             DISPLAY "Task " TDL-REOPEN-ID
022496                 " is not on TASK-MASTER or TASK-ARCHIVE."
022497             GO TO 7600-EXIT
022498         END-IF.
022499         DISPLAY "Task " TM-ID " was archived on " TDL-ARC-DATE
022500             " as " TDL-SWAP-STATUS.
022501         DISPLAY "Task-Name  : " TM-NAME.
022502         DISPLAY "Restore it to TASK-MASTER as ACTIVE? (Y/N):".
022503         ACCEPT TDL-REOPEN-CONFIRM.
022504         IF TDL-REOPEN-CONFIRM NOT = "Y"
022505             AND TDL-REOPEN-CONFIRM NOT = "y"
022506             DISPLAY "Cancelled."
022507             GO TO 7600-EXIT
022508         END-IF.
022509         PERFORM 7505-ACCEPT-REASON THRU 7505-EXIT.
022510         IF TDL-REOPEN-REASON = SPACES
022511             GO TO 7600-EXIT
022512         END-IF.
022513         MOVE TM-OWNER TO TDL-CHECK-OPERATOR.
022514         PERFORM 7100-VALIDATE-OPERATOR THRU 7100-EXIT.
022515         IF NOT TDL-OPER-ACTIVE
022516             DISPLAY "Owner " TM-OWNER " is no longer active - "
022517                 "task restored to " TDL-OPERATOR-ID "."
022518             MOVE TDL-OPERATOR-ID TO TM-OWNER
022519         END-IF.
022520         MOVE "ACTIVE    " TO TM-STATUS.
022521         WRITE TASK-MASTER-RECORD
022522             INVALID KEY
022523                 DISPLAY "Unable to write task " TM-ID
022524                 GO TO 7600-EXIT
022525         END-WRITE.
022526         ADD 1 TO TDL-TASK-COUNT.
022527         MOVE TDL-SWAP-STATUS TO AU-OLD-VALUE.
022528         MOVE TM-STATUS TO AU-NEW-VALUE.
022529         SET AU-ACTION-RESTORE TO TRUE.
022530         MOVE SPACES TO AU-FIELD-ID.
022531         MOVE TASK-MASTER-RECORD TO AU-RECORD-IMAGE.
022532         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
022533         PERFORM 7620-RESTORE-NOTES THRU 7620-EXIT.
022534         PERFORM 7640-RESTORE-WORK-LOG THRU 7640-EXIT.
022535         PERFORM 7660-REMOVE-ARCHIVE-RECORD THRU 7660-EXIT.
022536         PERFORM 7590-WRITE-REASON-NOTE THRU 7590-EXIT.
022537         PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT.
022538         DISPLAY "Task " TM-ID " restored from the archive - "
022539             "now ACTIVE.".
022540 7600-EXIT.
022541         EXIT.
022542
022543*****************************************************************
022544*    7610-FIND-ARCHIVE-RECORD - SCAN TASK-ARCHIVE FOR THE ID.    *
022545*    THE ARCHIVED ROW IS MOVED STRAIGHT INTO THE TASK-MASTER     *
022546*    BUFFER, WITH THE STATUS IT WAS SWEPT IN HELD ASIDE.         *
022547*****************************************************************
022548 7610-FIND-ARCHIVE-RECORD.
022549         MOVE "N" TO TDL-ARC-FOUND-FLAG.
022550         OPEN INPUT TASK-ARCHIVE.
022551         IF TDL-TASKARC-NOTFOUND
022552             GO TO 7610-EXIT
022553         END-IF.
022554         IF NOT TDL-TASKARC-OK
022555             DISPLAY "Unable to open TASK-ARCHIVE, status "
022556                 TDL-TASKARC-STATUS
022557             GO TO 7610-EXIT
022558         END-IF.
022559         PERFORM 7615-CHECK-ONE-ARCHIVE THRU 7615-EXIT
022560             UNTIL TDL-TASKARC-EOF OR TDL-ARC-FOUND.
022561         CLOSE TASK-ARCHIVE.
022562 7610-EXIT.
022563         EXIT.
022564
022565 7615-CHECK-ONE-ARCHIVE.
022566         READ TASK-ARCHIVE
022567             AT END
022568                 SET TDL-TASKARC-EOF TO TRUE
022569             NOT AT END
022570                 IF TA-ID = TDL-REOPEN-ID
022571                     SET TDL-ARC-FOUND TO TRUE
022572                     MOVE TA-ID TO TM-ID
022573                     MOVE TA-NAME TO TM-NAME
022574                     MOVE TA-STATUS TO TDL-SWAP-STATUS
022575                     MOVE TA-PRIORITY TO TM-PRIORITY
022576                     MOVE TA-DUE-DATE TO TM-DUE-DATE
022577                     MOVE TA-OWNER TO TM-OWNER
022578                     MOVE TA-CATEGORY TO TM-CATEGORY
022579                     MOVE TA-EXT-REF TO TM-EXT-REF
022580                     MOVE TA-EST-MINUTES TO TM-EST-MINUTES
022581                     MOVE TA-TEMPLATE-ID TO TM-TEMPLATE-ID
022582                     MOVE TA-ARCHIVE-DATE TO TDL-ARC-DATE
022583                 END-IF
022584         END-READ.
022585 7615-EXIT.
022586         EXIT.
022587
022588*****************************************************************
022589*    7620-RESTORE-NOTES - THE TASK'S NOTES GO BACK TO TASK-NOTES *
022590*    UNDER THEIR ORIGINAL KEYS; EVERY OTHER NOTE IS KEPT ON      *
022591*    RESTORE-WORK AND COPIED BACK OVER NOTE-ARCHIVE              *
022592*****************************************************************
022593 7620-RESTORE-NOTES.
022594         MOVE ZERO TO TDL-RESTORED-COUNT.
022595         OPEN INPUT NOTE-ARCHIVE.
022596         IF TDL-NOTEARC-NOTFOUND
022597             GO TO 7620-EXIT
022598         END-IF.
022599         IF NOT TDL-NOTEARC-OK
022600             DISPLAY "Unable to open NOTE-ARCHIVE, status "
022601                 TDL-NOTEARC-STATUS " - notes not restored."
022602             GO TO 7620-EXIT
022603         END-IF.
022604         OPEN I-O TASK-NOTES.
022605         IF TDL-TASKNOTE-NOTFOUND
022606             OPEN OUTPUT TASK-NOTES
022607             CLOSE TASK-NOTES
022608             OPEN I-O TASK-NOTES
022609         END-IF.
022610         IF NOT TDL-TASKNOTE-OK
022611             DISPLAY "Unable to open TASK-NOTES, status "
022612                 TDL-TASKNOTE-STATUS " - notes not restored."
022613             CLOSE NOTE-ARCHIVE
022614             GO TO 7620-EXIT
022615         END-IF.
022616         OPEN OUTPUT RESTORE-WORK.
022617         IF NOT TDL-WORK-OK
022618             DISPLAY "Unable to open RESTORE-WORK, status "
022619                 TDL-WORK-STATUS " - notes not restored."
022620             CLOSE NOTE-ARCHIVE TASK-NOTES
022621             GO TO 7620-EXIT
022622         END-IF.
022623         PERFORM 7625-RESTORE-ONE-NOTE THRU 7625-EXIT
022624             UNTIL TDL-NOTEARC-EOF.
022625         CLOSE NOTE-ARCHIVE TASK-NOTES RESTORE-WORK.
022626         DISPLAY TDL-RESTORED-COUNT " note(s) restored.".
022627         IF TDL-RESTORED-COUNT = ZERO
022628             GO TO 7620-EXIT
022629         END-IF.
022630         OPEN INPUT RESTORE-WORK.
022631         IF NOT TDL-WORK-OK
022632             DISPLAY "Unable to reopen RESTORE-WORK, status "
022633                 TDL-WORK-STATUS " - NOTE-ARCHIVE left as it was."
022634             GO TO 7620-EXIT
022635         END-IF.
022636         OPEN OUTPUT NOTE-ARCHIVE.
022637         IF NOT TDL-NOTEARC-OK
022638             DISPLAY "Unable to rewrite NOTE-ARCHIVE, status "
022639                 TDL-NOTEARC-STATUS
022640             CLOSE RESTORE-WORK
022641             GO TO 7620-EXIT
022642         END-IF.
022643         PERFORM 7630-COPY-BACK-ONE-NOTE THRU 7630-EXIT
022644             UNTIL TDL-WORK-EOF.
022645         CLOSE RESTORE-WORK NOTE-ARCHIVE.
022646 7620-EXIT.
022647         EXIT.
022648
022649 7625-RESTORE-ONE-NOTE.
022650         READ NOTE-ARCHIVE
022651             AT END
022652                 SET TDL-NOTEARC-EOF TO TRUE
022653             NOT AT END
022654                 MOVE NOTE-ARCHIVE-RECORD TO TASK-NOTES-RECORD
022655                 IF TN-TASK-ID = TDL-REOPEN-ID
022656                     WRITE TASK-NOTES-RECORD
022657                         INVALID KEY
022658                             DISPLAY "Note " TN-NOTE-SEQ
022659                                 " is already on TASK-NOTES."
022660                         NOT INVALID KEY
022661                             PERFORM 6050-AUDIT-NOTE-ADDED
022662                                 THRU 6050-EXIT
022663                     END-WRITE
022664                     ADD 1 TO TDL-RESTORED-COUNT
022665                 ELSE
022666                     MOVE NOTE-ARCHIVE-RECORD
022667                         TO RESTORE-WORK-RECORD
022668                     WRITE RESTORE-WORK-RECORD
022669                 END-IF
022670         END-READ.
022671 7625-EXIT.
022672         EXIT.
022673
022674 7630-COPY-BACK-ONE-NOTE.
022675         READ RESTORE-WORK
022676             AT END
022677                 SET TDL-WORK-EOF TO TRUE
022678             NOT AT END
022679                 MOVE RESTORE-WORK-RECORD TO NOTE-ARCHIVE-RECORD
022680                 WRITE NOTE-ARCHIVE-RECORD
022681         END-READ.
022682 7630-EXIT.
022683         EXIT.
022684
022685*****************************************************************
022686*    7640-RESTORE-WORK-LOG - THE SAME FOR THE TASK'S WORK-LOG    *
022687*    INTERVALS ON WLOG-ARCHIVE                                   *
022688*****************************************************************
022689 7640-RESTORE-WORK-LOG.
022690         MOVE ZERO TO TDL-RESTORED-COUNT.
022691         OPEN INPUT WLOG-ARCHIVE.
022692         IF TDL-WLOGARC-NOTFOUND
022693             GO TO 7640-EXIT
022694         END-IF.
022695         IF NOT TDL-WLOGARC-OK
022696             DISPLAY "Unable to open WLOG-ARCHIVE, status "
022697                 TDL-WLOGARC-STATUS " - work log not restored."
022698             GO TO 7640-EXIT
022699         END-IF.
022700         OPEN I-O TASK-WORK-LOG.
022701         IF TDL-TASKWLOG-NOTFOUND
022702             OPEN OUTPUT TASK-WORK-LOG
022703             CLOSE TASK-WORK-LOG
022704             OPEN I-O TASK-WORK-LOG
022705         END-IF.
022706         IF NOT TDL-TASKWLOG-OK
022707             DISPLAY "Unable to open TASK-WORK-LOG, status "
022708                 TDL-TASKWLOG-STATUS " - work log not restored."
022709             CLOSE WLOG-ARCHIVE
022710             GO TO 7640-EXIT
022711         END-IF.
022712         OPEN OUTPUT RESTORE-WORK.
022713         IF NOT TDL-WORK-OK
022714             DISPLAY "Unable to open RESTORE-WORK, status "
022715                 TDL-WORK-STATUS " - work log not restored."
022716             CLOSE WLOG-ARCHIVE TASK-WORK-LOG
022717             GO TO 7640-EXIT
022718         END-IF.
022719         PERFORM 7645-RESTORE-ONE-WLOG THRU 7645-EXIT
022720             UNTIL TDL-WLOGARC-EOF.
022721         CLOSE WLOG-ARCHIVE TASK-WORK-LOG RESTORE-WORK.
022722         DISPLAY TDL-RESTORED-COUNT " work log interval(s) "
022723             "restored.".
022724         IF TDL-RESTORED-COUNT = ZERO
022725             GO TO 7640-EXIT
022726         END-IF.
022727         OPEN INPUT RESTORE-WORK.
022728         IF NOT TDL-WORK-OK
022729             DISPLAY "Unable to reopen RESTORE-WORK, status "
022730                 TDL-WORK-STATUS " - WLOG-ARCHIVE left as it was."
022731             GO TO 7640-EXIT
022732         END-IF.
022733         OPEN OUTPUT WLOG-ARCHIVE.
022734         IF NOT TDL-WLOGARC-OK
022735             DISPLAY "Unable to rewrite WLOG-ARCHIVE, status "
022736                 TDL-WLOGARC-STATUS
022737             CLOSE RESTORE-WORK
022738             GO TO 7640-EXIT
022739         END-IF.
022740         PERFORM 7650-COPY-BACK-ONE-WLOG THRU 7650-EXIT
022741             UNTIL TDL-WORK-EOF.
022742         CLOSE RESTORE-WORK WLOG-ARCHIVE.
022743 7640-EXIT.
022744         EXIT.
022745
022746 7645-RESTORE-ONE-WLOG.
022747         READ WLOG-ARCHIVE
022748             AT END
022749                 SET TDL-WLOGARC-EOF TO TRUE
022750             NOT AT END
022751                 MOVE WLOG-ARCHIVE-RECORD TO TASK-WORK-LOG-RECORD
022752                 IF WL-TASK-ID = TDL-REOPEN-ID
022753                     WRITE TASK-WORK-LOG-RECORD
022754                         INVALID KEY
022755                             DISPLAY "Work log entry " WL-LOG-SEQ
022756                                 " is already on TASK-WORK-LOG."
022757                         NOT INVALID KEY
022758                             MOVE "RESTORED"
022759                                 TO TDL-AUDIT-WLOG-EVENT
022760                             PERFORM 6070-AUDIT-WORK-LOG
022761                                 THRU 6070-EXIT
022762                     END-WRITE
022763                     ADD 1 TO TDL-RESTORED-COUNT
022764                 ELSE
022765                     MOVE WLOG-ARCHIVE-RECORD
022766                         TO RESTORE-WORK-RECORD
022767                     WRITE RESTORE-WORK-RECORD
022768                 END-IF
022769         END-READ.
022770 7645-EXIT.
022771         EXIT.
022772
022773 7650-COPY-BACK-ONE-WLOG.
022774         READ RESTORE-WORK
022775             AT END
022776                 SET TDL-WORK-EOF TO TRUE
022777             NOT AT END
022778                 MOVE RESTORE-WORK-RECORD TO WLOG-ARCHIVE-RECORD
022779                 WRITE WLOG-ARCHIVE-RECORD
022780         END-READ.
022781 7650-EXIT.
022782         EXIT.
022783
022784*****************************************************************
022785*    7660-REMOVE-ARCHIVE-RECORD - REWRITE TASK-ARCHIVE WITHOUT   *
022786*    THE RESTORED TASK, SO THE "R" AUDIT ACTIONS LESS THE "S"    *
022787*    RESTORES STILL CROSS-FOOT TO THE ARCHIVE RECORD COUNT       *
022788*****************************************************************
022789 7660-REMOVE-ARCHIVE-RECORD.
022790         MOVE ZERO TO TDL-RESTORED-COUNT.
022791         MOVE ZERO TO TDL-KEPT-COUNT.
022792         OPEN INPUT TASK-ARCHIVE.
022793         IF NOT TDL-TASKARC-OK
022794             DISPLAY "Unable to open TASK-ARCHIVE, status "
022795                 TDL-TASKARC-STATUS " - archive record for task "
022796                 TDL-REOPEN-ID " not removed."
022797             GO TO 7660-EXIT
022798         END-IF.
022799         OPEN OUTPUT RESTORE-WORK.
022800         IF NOT TDL-WORK-OK
022801             DISPLAY "Unable to open RESTORE-WORK, status "
022802                 TDL-WORK-STATUS " - archive record for task "
022803                 TDL-REOPEN-ID " not removed."
022804             CLOSE TASK-ARCHIVE
022805             GO TO 7660-EXIT
022806         END-IF.
022807         PERFORM 7665-SELECT-ONE-ARCHIVE THRU 7665-EXIT
022808             UNTIL TDL-TASKARC-EOF.
022809         CLOSE TASK-ARCHIVE RESTORE-WORK.
022810         IF TDL-RESTORED-COUNT = ZERO
022811             GO TO 7660-EXIT
022812         END-IF.
022813         OPEN INPUT RESTORE-WORK.
022814         IF NOT TDL-WORK-OK
022815             DISPLAY "Unable to reopen RESTORE-WORK, status "
022816                 TDL-WORK-STATUS " - archive record for task "
022817                 TDL-REOPEN-ID " not removed."
022818             GO TO 7660-EXIT
022819         END-IF.
022820         OPEN OUTPUT TASK-ARCHIVE.
022821         IF NOT TDL-TASKARC-OK
022822             DISPLAY "Unable to rewrite TASK-ARCHIVE, status "
022823                 TDL-TASKARC-STATUS " - archive record for task "
022824                 TDL-REOPEN-ID " not removed."
022825             CLOSE RESTORE-WORK
022826             GO TO 7660-EXIT
022827         END-IF.
022828         PERFORM 7670-COPY-BACK-ONE-ARCHIVE THRU 7670-EXIT
022829             UNTIL TDL-WORK-EOF.
022830         CLOSE RESTORE-WORK TASK-ARCHIVE.
022831 7660-EXIT.
022832         EXIT.
022833
022834 7665-SELECT-ONE-ARCHIVE.
022835         READ TASK-ARCHIVE
022836             AT END
022837                 SET TDL-TASKARC-EOF TO TRUE
022838             NOT AT END
022839                 IF TA-ID = TDL-REOPEN-ID
022840                     ADD 1 TO TDL-RESTORED-COUNT
022841                 ELSE
022842                     MOVE TASK-ARCHIVE-RECORD
022843                         TO RESTORE-WORK-RECORD
022844                     WRITE RESTORE-WORK-RECORD
022845                     ADD 1 TO TDL-KEPT-COUNT
022846                 END-IF
022847         END-READ.
022848 7665-EXIT.
022849         EXIT.
022850
022851 7670-COPY-BACK-ONE-ARCHIVE.
022852         READ RESTORE-WORK
022853             AT END
022854                 SET TDL-WORK-EOF TO TRUE
022855             NOT AT END
022856                 MOVE RESTORE-WORK-RECORD TO TASK-ARCHIVE-RECORD
022857                 WRITE TASK-ARCHIVE-RECORD
022858         END-READ.
022859 7670-EXIT.
022860         EXIT.
022861
022862*****************************************************************
022863*    8100-HASH-PASSWORD - ONE-WAY HASH OF THE 8-CHARACTER        *
022864*    PASSWORD IN TDL-PWD-WORK INTO THE 8-DIGIT TEXT IN           *
022865*    TDL-PWD-HASH-TEXT.  MUST STAY IN STEP WITH THE USERMNT      *
022866*    COPY OF THIS PARAGRAPH - A RECORD WRITTEN THERE IS          *
022867*    CHECKED HERE.                                               *
022868*****************************************************************
022869 8100-HASH-PASSWORD.
022870         MOVE ZERO TO TDL-PWD-HASH.
022871         PERFORM 8110-HASH-ONE-CHAR THRU 8110-EXIT
022872             VARYING TDL-PWD-CHAR-IDX FROM 1 BY 1
022873             UNTIL TDL-PWD-CHAR-IDX > 8.
022874         MOVE TDL-PWD-HASH TO TDL-PWD-HASH-NUM.
022875         MOVE TDL-PWD-HASH-NUM TO TDL-PWD-HASH-TEXT.
022876 8100-EXIT.
022877         EXIT.
022878
022879 8110-HASH-ONE-CHAR.
022880         COMPUTE TDL-PWD-HASH = FUNCTION REM(
022881             TDL-PWD-HASH * 31
022882             + FUNCTION ORD(TDL-PWD-WORK(TDL-PWD-CHAR-IDX:1))
022883             * TDL-PWD-CHAR-IDX, 99999989).
022884 8110-EXIT.
022885         EXIT.
022886
022887 END PROGRAM TODOLIST.
