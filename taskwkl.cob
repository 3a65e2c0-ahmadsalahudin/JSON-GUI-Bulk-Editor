000010*****************************************************************
000020*PROGRAM-ID.  TASKWKL                                       *
000030*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000040*    INSTALLATION. SHIFT OPERATIONS                             *
000050*    DATE-WRITTEN. 2026-10-15                                   *
000060*    DATE-COMPILED.                                              *
000070*                                                                *
000080*    MORNING PER-OPERATOR WORKLIST FEED FOR THE SITE MAIL        *
000090*    GATEWAY.  RUN EACH MORNING AFTER TASKGEN.  WRITES THE       *
000100*    WKLFEED FILE - ONE HEADER RECORD PER ACTIVE USER-MASTER     *
000110*    OPERATOR, FOLLOWED BY ONE DETAIL RECORD FOR EACH OF THAT    *
000120*    OPERATOR'S PENDING OR ACTIVE TASKS IN DUE-DATE ORDER, AND   *
000130*    A TRAILER WITH THE RECORD AND OPERATOR COUNTS.  EACH        *
000140*    DETAIL IS FLAGGED WHEN THE TASK IS DUE TODAY, OVERDUE IN    *
000150*    BUSINESS DAYS (MEASURED AGAINST THE WORK-CALENDAR EXACTLY   *
000160*    AS TASKESC MEASURES IT), BLOCKED BY A PREDECESSOR ON        *
000170*    TASKDEP THAT IS STILL OPEN, OR NEWLY ASSIGNED TO THE        *
000180*    OPERATOR SINCE THE LAST RUN.  NEWLY ASSIGNED MEANS A        *
000190*    TASK-AUDIT RECORD LATER THAN THE WKLCTL HIGH-WATER MARK     *
000200*    THAT GAVE THE TASK TO ITS CURRENT OWNER - AN OWNER UPDATE   *
000210*    (SHIFT HANDOVER, USERMNT OR TASKTKT REASSIGNMENT, TASKGEN   *
000220*    COVER) OR A TASKGEN ADD.  THE OPERATORS, TASKS, BLOCKED     *
000230*    LINKS AND ASSIGNMENTS ARE BROUGHT TOGETHER BY OPERATOR      *
000240*    THROUGH A SORT, SO NOTHING IS TABLED BY TASK.  THE          *
000250*    HIGH-WATER MARK IS ADVANCED ONLY WHEN THE FEED HAS BEEN     *
000260*    WRITTEN, SO A RERUN REWRITES THE FEED WITHOUT REPEATING     *
000270*    THE NEWLY ASSIGNED FLAGS.  READS ONLY - NO LOCK IS TAKEN.   *
000280*    RETURN-CODE 4 WHEN OPEN TASKS BELONG TO NO ACTIVE           *
000290*    OPERATOR, 8 WHEN THE FEED CANNOT BE WRITTEN OR AN INPUT     *
000291*    FILE CANNOT BE OPENED - THE HIGH-WATER MARK IS THEN LEFT    *
000292*    WHERE IT WAS.                                               *
000300*-----------------------------------------------------------------
000310*    MODIFICATION HISTORY                                       *
000320*    2026-10-15  DPO  ORIGINAL PROGRAM.                         *
000330*    2026-10-15  DPO  AN OWNER UPDATE IS NOW RECOGNISED BY ITS  *
000340*                     TASK-AUDIT FIELD ID RATHER THAN BY THE    *
000350*                     SHAPE OF THE OLD AND NEW VALUES.          *
000351*    2026-10-15  DPO  AN INPUT FILE THAT CANNOT BE OPENED OR A  *
000352*                     FAILED FEED WRITE NOW ENDS THE RUN WITH   *
000353*                     RETURN-CODE 8 AND LEAVES WKL-CONTROL AS   *
000354*                     IT WAS.                                   *
000355*    2026-10-15  DPO  A WKL-CONTROL THAT CANNOT BE OPENED NOW   *
000356*                     FAILS THE RUN AS WELL.                    *
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. TASKWKL.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430         SELECT USER-MASTER ASSIGN TO "USERMSTR"
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS SEQUENTIAL
000460             RECORD KEY IS US-OPERATOR-ID
000470             FILE STATUS IS WKL-USERMSTR-STATUS.
000480         SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS DYNAMIC
000510             RECORD KEY IS TM-ID
000520             ALTERNATE RECORD KEY IS TM-EXT-REF
000530                 WITH DUPLICATES
000540             FILE STATUS IS WKL-TASKMSTR-STATUS.
000550         SELECT TASK-DEPS ASSIGN TO "TASKDEP"
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS SEQUENTIAL
000580             RECORD KEY IS TD-DEP-KEY
000590             FILE STATUS IS WKL-TASKDEP-STATUS.
000600         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS WKL-TASKAUD-STATUS.
000630         SELECT WORK-CALENDAR ASSIGN TO "WORKCAL"
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS SEQUENTIAL
000660             RECORD KEY IS WC-DATE
000670             FILE STATUS IS WKL-WORKCAL-STATUS.
000680         SELECT WKL-CONTROL ASSIGN TO "WKLCTL"
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS WKL-WKLCTL-STATUS.
000710         SELECT WORKLIST-FEED ASSIGN TO "WKLFEED"
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS WKL-WKLFEED-STATUS.
000740         SELECT WKL-SORT-FILE ASSIGN TO "WKLSORT".
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  USER-MASTER.
000790 01  USER-MASTER-RECORD.
000800         COPY USERMSTR.
000810
000820 FD  TASK-MASTER.
000830 01  TASK-MASTER-RECORD.
000840         COPY TASKMSTR.
000850
000860 FD  TASK-DEPS.
000870 01  TASK-DEPS-RECORD.
000880         COPY TASKDEP.
000890
000900 FD  TASK-AUDIT.
000910 01  TASK-AUDIT-RECORD.
000920         COPY TASKAUD.
000930
000940 FD  WORK-CALENDAR.
000950 01  WORK-CALENDAR-RECORD.
000960         COPY WORKCAL.
000970
000980 FD  WKL-CONTROL.
000990 01  WKL-CONTROL-RECORD.
001000         COPY WKLCTL.
001010
001020 FD  WORKLIST-FEED.
001030 01  WORKLIST-FEED-RECORD.
001040         COPY WKLFEED.
001050
001060*    ---------------------------------------------------------
001070*    ONE SORT RECORD PER ACTIVE OPERATOR (CLASS 1) AND, UNDER
001080*    THE TASK'S OWNER (CLASS 2), ONE PER OPEN TASK, ONE PER
001090*    OPEN PREDECESSOR BLOCKING IT AND ONE PER ASSIGNMENT TO
001100*    ITS OWNER SINCE THE LAST RUN.  A TASK WITH NO DUE DATE
001110*    SORTS AFTER THOSE WITH ONE.
001120*    ---------------------------------------------------------
001130 SD  WKL-SORT-FILE.
001140 01  WKL-SORT-RECORD.
001150         05  WKS-OPERATOR            PIC X(08).
001160         05  WKS-CLASS               PIC X(01).
001170             88  WKS-OPERATOR-CLASS  VALUE "1".
001180             88  WKS-TASK-CLASS      VALUE "2".
001190         05  WKS-DUE-KEY             PIC 9(08).
001200         05  WKS-TASK-ID             PIC 9(06).
001210         05  WKS-REC-TYPE            PIC X(01).
001220             88  WKS-BLOCKED-LINK    VALUE "B".
001230             88  WKS-NEW-ASSIGNMENT  VALUE "N".
001240             88  WKS-OPEN-TASK       VALUE "T".
001250         05  WKS-NAME                PIC X(50).
001260         05  WKS-STATUS              PIC X(10).
001270         05  WKS-PRIORITY            PIC 9(01).
001280         05  WKS-DUE-DATE            PIC 9(08).
001290         05  WKS-CATEGORY            PIC X(08).
001300
001310 WORKING-STORAGE SECTION.
001320*    ---------------------------------------------------------
001330*    FILE STATUS SWITCHES
001340*    ---------------------------------------------------------
001350 01  WKL-FILE-STATUSES.
001360         05  WKL-USERMSTR-STATUS     PIC X(02) VALUE "00".
001370             88  WKL-USERMSTR-OK     VALUE "00".
001380             88  WKL-USERMSTR-EOF    VALUE "10".
001390             88  WKL-USERMSTR-NOTFOUND
001400                 VALUES "35" "05".
001410         05  WKL-TASKMSTR-STATUS     PIC X(02) VALUE "00".
001420             88  WKL-TASKMSTR-OK     VALUE "00".
001430             88  WKL-TASKMSTR-EOF    VALUE "10".
001440             88  WKL-TASKMSTR-NOTFOUND
001450                 VALUES "23" "35" "05".
001460         05  WKL-TASKDEP-STATUS      PIC X(02) VALUE "00".
001470             88  WKL-TASKDEP-OK      VALUE "00".
001480             88  WKL-TASKDEP-EOF     VALUE "10".
001490             88  WKL-TASKDEP-NOTFOUND
001500                 VALUES "35" "05".
001510         05  WKL-TASKAUD-STATUS      PIC X(02) VALUE "00".
001520             88  WKL-TASKAUD-OK      VALUE "00".
001530             88  WKL-TASKAUD-EOF     VALUE "10".
001540             88  WKL-TASKAUD-NOTFOUND
001550                 VALUES "35" "05".
001560         05  WKL-WORKCAL-STATUS      PIC X(02) VALUE "00".
001570             88  WKL-WORKCAL-OK      VALUE "00".
001580             88  WKL-WORKCAL-EOF     VALUE "10".
001590             88  WKL-WORKCAL-NOTFOUND
001600                 VALUES "23" "35" "05".
001610         05  WKL-WKLCTL-STATUS       PIC X(02) VALUE "00".
001620             88  WKL-WKLCTL-OK       VALUE "00".
001630             88  WKL-WKLCTL-NOTFOUND
001640                 VALUES "35" "05".
001650         05  WKL-WKLFEED-STATUS      PIC X(02) VALUE "00".
001660             88  WKL-WKLFEED-OK      VALUE "00".
001670*    ---------------------------------------------------------
001680*    HIGH-WATER MARK.  AUDIT RECORDS STAMPED LATER THAN THE
001690*    MARK ARE NEW TO THIS RUN; THE LATEST STAMP READ BECOMES
001700*    THE NEXT RUN'S MARK.  WITH NO CONTROL RECORD YET, ONLY
001710*    TODAY'S ASSIGNMENTS ARE TREATED AS NEW.
001720*    ---------------------------------------------------------
001730 01  WKL-HWM-STAMP.
001740         05  WKL-HWM-DATE            PIC 9(08) VALUE ZERO.
001750         05  WKL-HWM-TIME            PIC 9(06) VALUE ZERO.
001760 01  WKL-AUDIT-STAMP.
001770         05  WKL-AUDIT-DATE          PIC 9(08) VALUE ZERO.
001780         05  WKL-AUDIT-TIME          PIC 9(06) VALUE ZERO.
001790 01  WKL-LATEST-STAMP.
001800         05  WKL-LATEST-DATE         PIC 9(08) VALUE ZERO.
001810         05  WKL-LATEST-TIME         PIC 9(06) VALUE ZERO.
001820 01  WKL-GEN-JOB-ID              PIC X(08) VALUE "TASKGEN".
001830*    ---------------------------------------------------------
001840*    BUSINESS-DAY MEASUREMENT, AS TASKESC.  THE WORK-CALENDAR
001850*    NON-WORKING DATES ARE TABLED AT STARTUP; OVERDUE IS THE
001860*    COUNT OF WEEKDAYS AFTER THE DUE DATE UP TO TODAY THAT ARE
001870*    NOT ON THE CALENDAR.  REMAINDER BY 7 OF THE
001880*    INTEGER-OF-DATE DAY NUMBER GIVES 1-6 FOR MONDAY-SATURDAY
001890*    AND 0 FOR SUNDAY.
001900*    ---------------------------------------------------------
001910 01  WKL-HOLIDAY-TABLE.
001920         05  WKL-HOL-COUNT           PIC 9(03) VALUE ZERO.
001930         05  WKL-HOL-DATE            PIC 9(08) OCCURS 400 TIMES
001940                 INDEXED BY WKL-HOL-IDX.
001950 01  WKL-HOL-FOUND               PIC 9(03) VALUE ZERO.
001960 01  WKL-BUS-DAYS                PIC 9(05) VALUE ZERO.
001970 01  WKL-TODAY-DAY-NUM           PIC 9(07) VALUE ZERO.
001980 01  WKL-DUE-DAY-NUM             PIC 9(07) VALUE ZERO.
001990 01  WKL-FIRST-DAY-NUM           PIC 9(07) VALUE ZERO.
002000 01  WKL-CHECK-DAY-NUM           PIC 9(07) VALUE ZERO.
002010 01  WKL-CHECK-DATE              PIC 9(08) VALUE ZERO.
002020 01  WKL-CHECK-DOW               PIC 9(01) VALUE ZERO.
002030*    ---------------------------------------------------------
002040*    THE OPERATOR AND TASK NOW BEING ASSEMBLED FROM THE SORTED
002050*    RECORDS
002060*    ---------------------------------------------------------
002070 01  WKL-SORT-EOF-FLAG           PIC X(01) VALUE "N".
002080         88  WKL-SORT-EOF            VALUE "Y".
002090 01  WKL-CUR-OPERATOR            PIC X(08).
002100 01  WKL-HEADER-FLAG             PIC X(01) VALUE "N".
002110         88  WKL-HEADER-WRITTEN      VALUE "Y".
002120 01  WKL-GROUP-FLAG              PIC X(01) VALUE "N".
002130         88  WKL-GROUP-OPEN          VALUE "Y".
002140 01  WKL-GROUP-ID                PIC 9(06) VALUE ZERO.
002150 01  WKL-GROUP-TASK-FLAG         PIC X(01) VALUE "N".
002160         88  WKL-GROUP-HAS-TASK      VALUE "Y".
002170 01  WKL-GROUP-BLOCKED-FLAG      PIC X(01) VALUE "N".
002180         88  WKL-GROUP-BLOCKED       VALUE "Y".
002190 01  WKL-GROUP-NEW-FLAG          PIC X(01) VALUE "N".
002200         88  WKL-GROUP-NEW           VALUE "Y".
002210 01  WKL-GROUP-NAME              PIC X(50).
002220 01  WKL-GROUP-STATUS            PIC X(10).
002230 01  WKL-GROUP-PRIORITY          PIC 9(01) VALUE ZERO.
002240 01  WKL-GROUP-DUE-DATE          PIC 9(08) VALUE ZERO.
002250 01  WKL-GROUP-CATEGORY          PIC X(08).
002260*    ---------------------------------------------------------
002270*    RUN COUNTERS AND WORK FIELDS
002280*    ---------------------------------------------------------
002290 01  WKL-FEED-OPEN-FLAG          PIC X(01) VALUE "N".
002300         88  WKL-FEED-OPEN           VALUE "Y".
002301 01  WKL-RUN-FAILED-FLAG         PIC X(01) VALUE "N".
002302         88  WKL-RUN-FAILED          VALUE "Y".
002303 01  WKL-WRITE-FAILED-FLAG       PIC X(01) VALUE "N".
002304         88  WKL-FEED-WRITE-FAILED   VALUE "Y".
002310 01  WKL-HEADER-COUNT            PIC 9(05) VALUE ZERO.
002320 01  WKL-DETAIL-COUNT            PIC 9(07) VALUE ZERO.
002330 01  WKL-RECORD-COUNT            PIC 9(07) VALUE ZERO.
002340 01  WKL-DUE-TODAY-COUNT         PIC 9(05) VALUE ZERO.
002350 01  WKL-OVERDUE-COUNT           PIC 9(05) VALUE ZERO.
002360 01  WKL-BLOCKED-COUNT           PIC 9(05) VALUE ZERO.
002370 01  WKL-NEW-COUNT               PIC 9(05) VALUE ZERO.
002380 01  WKL-UNLISTED-COUNT          PIC 9(05) VALUE ZERO.
002390 01  WKL-NEW-OWNER               PIC X(08).
002400 01  WKL-CURRENT-DATE-TIME.
002410         05  WKL-CURRENT-DATE        PIC 9(08).
002420         05  WKL-CURRENT-TIME        PIC 9(06).
002430         05  FILLER                  PIC X(09).
002440
002450 PROCEDURE DIVISION.
002460*****************************************************************
002470*    0000-MAINLINE                                              *
002480*****************************************************************
002490 0000-MAINLINE.
002500         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510         IF NOT WKL-FEED-OPEN
002520             DISPLAY "TASKWKL: worklist feed not written."
002530             MOVE 8 TO RETURN-CODE
002540             STOP RUN
002550         END-IF.
002560         SORT WKL-SORT-FILE
002570             ON ASCENDING KEY WKS-OPERATOR WKS-CLASS
002580                 WKS-DUE-KEY WKS-TASK-ID WKS-REC-TYPE
002590             INPUT PROCEDURE IS 2000-RELEASE-RECORDS
002600                 THRU 2000-EXIT
002610             OUTPUT PROCEDURE IS 3000-WRITE-FEED
002620                 THRU 3000-EXIT.
002630         PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
002640         CLOSE WORKLIST-FEED.
002641         IF WKL-RUN-FAILED
002642             DISPLAY "TASKWKL: worklist feed incomplete - "
002643                 "WKL-CONTROL not advanced."
002644             MOVE 8 TO RETURN-CODE
002645             STOP RUN
002646         END-IF.
002650         PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT.
002660         DISPLAY "TASKWKL: " WKL-HEADER-COUNT " operator(s), "
002670             WKL-DETAIL-COUNT " task(s) - " WKL-DUE-TODAY-COUNT
002680             " due today, " WKL-OVERDUE-COUNT " overdue, "
002690             WKL-BLOCKED-COUNT " blocked, " WKL-NEW-COUNT
002700             " newly assigned.".
002710         IF WKL-UNLISTED-COUNT > ZERO
002720             DISPLAY "TASKWKL: " WKL-UNLISTED-COUNT
002730                 " open task(s) not sent - owner is not an "
002740                 "active operator."
002750             MOVE 4 TO RETURN-CODE
002760         END-IF.
002770         STOP RUN.
002780
002790*****************************************************************
002800*    1000-INITIALIZE - TABLE THE CALENDAR, PICK UP THE           *
002810*    HIGH-WATER MARK AND OPEN THE FEED                           *
002820*****************************************************************
002830 1000-INITIALIZE.
002840         MOVE FUNCTION CURRENT-DATE TO WKL-CURRENT-DATE-TIME.
002850         COMPUTE WKL-TODAY-DAY-NUM =
002860             FUNCTION INTEGER-OF-DATE(WKL-CURRENT-DATE).
002870         PERFORM 1100-LOAD-WORK-CALENDAR THRU 1100-EXIT.
002880         PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
002890         MOVE WKL-HWM-STAMP TO WKL-LATEST-STAMP.
002900         OPEN OUTPUT WORKLIST-FEED.
002910         IF WKL-WKLFEED-OK
002920             SET WKL-FEED-OPEN TO TRUE
002930         ELSE
002940             DISPLAY "Unable to open WORKLIST-FEED, status "
002950                 WKL-WKLFEED-STATUS
002960         END-IF.
002970 1000-EXIT.
002980         EXIT.
002990
003000*****************************************************************
003010*    1100-LOAD-WORK-CALENDAR - TABLE THE NON-WORKING DATES.  A   *
003020*    MISSING CALENDAR MEANS NO HOLIDAYS ARE RECORDED, NOT AN     *
003030*    ERROR.                                                      *
003040*****************************************************************
003050 1100-LOAD-WORK-CALENDAR.
003060         OPEN INPUT WORK-CALENDAR.
003070         IF WKL-WORKCAL-NOTFOUND
003080             GO TO 1100-EXIT
003090         END-IF.
003100         IF NOT WKL-WORKCAL-OK
003110             DISPLAY "Unable to open WORK-CALENDAR, status "
003120                 WKL-WORKCAL-STATUS
003130             GO TO 1100-EXIT
003140         END-IF.
003150         PERFORM 1110-TABLE-ONE-DATE THRU 1110-EXIT
003160             UNTIL WKL-WORKCAL-EOF.
003170         CLOSE WORK-CALENDAR.
003180 1100-EXIT.
003190         EXIT.
003200
003210 1110-TABLE-ONE-DATE.
003220         READ WORK-CALENDAR NEXT RECORD
003230             AT END
003240                 SET WKL-WORKCAL-EOF TO TRUE
003250             NOT AT END
003260                 IF WKL-HOL-COUNT NOT < 400
003270                     DISPLAY "Work-calendar table is full - "
003280                         "later dates not applied."
003290                     SET WKL-WORKCAL-EOF TO TRUE
003300                 ELSE
003310                     ADD 1 TO WKL-HOL-COUNT
003320                     SET WKL-HOL-IDX TO WKL-HOL-COUNT
003330                     MOVE WC-DATE TO WKL-HOL-DATE(WKL-HOL-IDX)
003340                 END-IF
003350         END-READ.
003360 1110-EXIT.
003370         EXIT.
003380
003390*****************************************************************
003400*    1200-READ-CONTROL - THE LAST RUN'S HIGH-WATER MARK.  ON     *
003410*    THE FIRST RUN THERE IS NONE, AND THE MARK STARTS AT THE     *
003420*    BEGINNING OF TODAY.                                         *
003430*****************************************************************
003440 1200-READ-CONTROL.
003450         MOVE WKL-CURRENT-DATE TO WKL-HWM-DATE.
003460         MOVE ZERO TO WKL-HWM-TIME.
003470         OPEN INPUT WKL-CONTROL.
003480         IF WKL-WKLCTL-OK
003490             READ WKL-CONTROL
003500                 AT END
003510                     CONTINUE
003520                 NOT AT END
003530                     MOVE WK-LAST-AUDIT-STAMP TO WKL-HWM-STAMP
003540             END-READ
003550             CLOSE WKL-CONTROL
003560         ELSE
003570             IF WKL-WKLCTL-NOTFOUND
003580                 DISPLAY "TASKWKL: no WKL-CONTROL record - "
003590                     "assignments since " WKL-HWM-DATE
003600                     " are treated as new."
003610             ELSE
003620                 DISPLAY "Unable to open WKL-CONTROL, status "
003630                     WKL-WKLCTL-STATUS
003631                 SET WKL-RUN-FAILED TO TRUE
003640             END-IF
003650         END-IF.
003660 1200-EXIT.
003670         EXIT.
003680
003690*****************************************************************
003700*    2000-RELEASE-RECORDS - SORT INPUT PROCEDURE.  TASK-MASTER   *
003710*    IS OPENED ONCE FOR DYNAMIC ACCESS - RANDOM READS FOR THE    *
003720*    DEPENDENCY AND AUDIT PASSES, THEN ONE SEQUENTIAL PASS FOR   *
003730*    THE OPEN TASKS.                                             *
003740*****************************************************************
003750 2000-RELEASE-RECORDS.
003760         PERFORM 2100-RELEASE-OPERATORS THRU 2100-EXIT.
003770         OPEN INPUT TASK-MASTER.
003780         IF WKL-TASKMSTR-NOTFOUND
003790             DISPLAY "TASK-MASTER not found - no tasks listed."
003800             GO TO 2000-EXIT
003810         END-IF.
003820         IF NOT WKL-TASKMSTR-OK
003830             DISPLAY "Unable to open TASK-MASTER, status "
003840                 WKL-TASKMSTR-STATUS
003841             SET WKL-RUN-FAILED TO TRUE
003850             GO TO 2000-EXIT
003860         END-IF.
003870         PERFORM 2300-RELEASE-BLOCKED THRU 2300-EXIT.
003880         PERFORM 2400-RELEASE-NEW-ASSIGNMENTS THRU 2400-EXIT.
003890         PERFORM 2500-RELEASE-OPEN-TASKS THRU 2500-EXIT.
003900         CLOSE TASK-MASTER.
003910 2000-EXIT.
003920         EXIT.
003930
003940*****************************************************************
003950*    2100-RELEASE-OPERATORS - ONE CLASS 1 RECORD PER ACTIVE      *
003960*    OPERATOR                                                    *
003970*****************************************************************
003980 2100-RELEASE-OPERATORS.
003990         OPEN INPUT USER-MASTER.
004000         IF WKL-USERMSTR-NOTFOUND
004010             DISPLAY "USER-MASTER not found - "
004020                 "no operators listed."
004030             GO TO 2100-EXIT
004040         END-IF.
004050         IF NOT WKL-USERMSTR-OK
004060             DISPLAY "Unable to open USER-MASTER, status "
004070                 WKL-USERMSTR-STATUS
004071             SET WKL-RUN-FAILED TO TRUE
004080             GO TO 2100-EXIT
004090         END-IF.
004100         PERFORM 2110-RELEASE-ONE-OPERATOR THRU 2110-EXIT
004110             UNTIL WKL-USERMSTR-EOF.
004120         CLOSE USER-MASTER.
004130 2100-EXIT.
004140         EXIT.
004150
004160 2110-RELEASE-ONE-OPERATOR.
004170         READ USER-MASTER NEXT RECORD
004180             AT END
004190                 SET WKL-USERMSTR-EOF TO TRUE
004200             NOT AT END
004210                 IF US-IS-ACTIVE
004220                     MOVE SPACES TO WKL-SORT-RECORD
004230                     MOVE US-OPERATOR-ID TO WKS-OPERATOR
004240                     SET WKS-OPERATOR-CLASS TO TRUE
004250                     MOVE ZERO TO WKS-DUE-KEY
004260                     MOVE ZERO TO WKS-TASK-ID
004270                     MOVE US-OPERATOR-NAME TO WKS-NAME
004280                     MOVE ZERO TO WKS-PRIORITY
004290                     MOVE ZERO TO WKS-DUE-DATE
004300                     RELEASE WKL-SORT-RECORD
004310                 END-IF
004320         END-READ.
004330 2110-EXIT.
004340         EXIT.
004350
004360*****************************************************************
004370*    2300-RELEASE-BLOCKED - FOR EACH TASKDEP LINK WHOSE          *
004380*    PREDECESSOR IS STILL OPEN, A "B" RECORD AGAINST THE OPEN    *
004390*    SUCCESSOR.  A PREDECESSOR NO LONGER ON TASK-MASTER HAS      *
004400*    FINISHED AND BLOCKS NOTHING.                                *
004410*****************************************************************
004420 2300-RELEASE-BLOCKED.
004430         OPEN INPUT TASK-DEPS.
004440         IF WKL-TASKDEP-NOTFOUND
004450             GO TO 2300-EXIT
004460         END-IF.
004470         IF NOT WKL-TASKDEP-OK
004480             DISPLAY "Unable to open TASK-DEPS, status "
004490                 WKL-TASKDEP-STATUS
004491             SET WKL-RUN-FAILED TO TRUE
004500             GO TO 2300-EXIT
004510         END-IF.
004520         PERFORM 2310-CHECK-ONE-LINK THRU 2310-EXIT
004530             UNTIL WKL-TASKDEP-EOF.
004540         CLOSE TASK-DEPS.
004550 2300-EXIT.
004560         EXIT.
004570
004580 2310-CHECK-ONE-LINK.
004590         READ TASK-DEPS NEXT RECORD
004600             AT END
004610                 SET WKL-TASKDEP-EOF TO TRUE
004620                 GO TO 2310-EXIT
004630         END-READ.
004640         MOVE TD-PRED-ID TO TM-ID.
004650         READ TASK-MASTER
004660             INVALID KEY
004670                 GO TO 2310-EXIT
004680         END-READ.
004690         IF TM-STATUS(1:7) NOT = "PENDING"
004700             AND TM-STATUS(1:6) NOT = "ACTIVE"
004710             GO TO 2310-EXIT
004720         END-IF.
004730         MOVE TD-SUCC-ID TO TM-ID.
004740         READ TASK-MASTER
004750             INVALID KEY
004760                 GO TO 2310-EXIT
004770         END-READ.
004780         IF TM-STATUS(1:7) = "PENDING"
004790             OR TM-STATUS(1:6) = "ACTIVE"
004800             PERFORM 2600-BUILD-TASK-RECORD THRU 2600-EXIT
004810             SET WKS-BLOCKED-LINK TO TRUE
004820             RELEASE WKL-SORT-RECORD
004830         END-IF.
004840 2310-EXIT.
004850         EXIT.
004860
004870*****************************************************************
004880*    2400-RELEASE-NEW-ASSIGNMENTS - AN "N" RECORD FOR EACH       *
004890*    AUDIT RECORD LATER THAN THE HIGH-WATER MARK THAT GAVE AN    *
004900*    OPEN TASK TO THE OPERATOR WHO STILL OWNS IT                 *
004910*****************************************************************
004920 2400-RELEASE-NEW-ASSIGNMENTS.
004930         OPEN INPUT TASK-AUDIT.
004940         IF WKL-TASKAUD-NOTFOUND
004950             GO TO 2400-EXIT
004960         END-IF.
004970         IF NOT WKL-TASKAUD-OK
004980             DISPLAY "Unable to open TASK-AUDIT, status "
004990                 WKL-TASKAUD-STATUS
004991             SET WKL-RUN-FAILED TO TRUE
005000             GO TO 2400-EXIT
005010         END-IF.
005020         PERFORM 2410-CHECK-ONE-AUDIT THRU 2410-EXIT
005030             UNTIL WKL-TASKAUD-EOF.
005040         CLOSE TASK-AUDIT.
005050 2400-EXIT.
005060         EXIT.
005070
005080*****************************************************************
005090*    2410-CHECK-ONE-AUDIT - AN ASSIGNMENT IS A TASKGEN ADD, OR   *
005100*    AN UPDATE TO THE OWNER FIELD, AS WRITTEN BY THE SHIFT       *
005110*    HANDOVER, USERMNT, TASKTKT AND THE TASKGEN COVER.  THE NEW  *
005120*    OWNER IS THE FIRST 8 BYTES OF THE NEW VALUE.                *
005130*****************************************************************
005140 2410-CHECK-ONE-AUDIT.
005150         READ TASK-AUDIT
005160             AT END
005170                 SET WKL-TASKAUD-EOF TO TRUE
005180                 GO TO 2410-EXIT
005190         END-READ.
005200         MOVE AU-AUDIT-DATE TO WKL-AUDIT-DATE.
005210         MOVE AU-AUDIT-TIME TO WKL-AUDIT-TIME.
005220         IF WKL-AUDIT-STAMP NOT > WKL-HWM-STAMP
005230             GO TO 2410-EXIT
005240         END-IF.
005250         IF WKL-AUDIT-STAMP > WKL-LATEST-STAMP
005260             MOVE WKL-AUDIT-STAMP TO WKL-LATEST-STAMP
005270         END-IF.
005280         EVALUATE TRUE
005290             WHEN AU-ACTION-ADD
005300                 AND AU-OPERATOR-ID = WKL-GEN-JOB-ID
005310                 MOVE SPACES TO WKL-NEW-OWNER
005320             WHEN AU-ACTION-UPDATE
005330                 AND AU-FIELD-OWNER
005340                 AND AU-NEW-VALUE(1:8) NOT = AU-OLD-VALUE(1:8)
005350                 MOVE AU-NEW-VALUE(1:8) TO WKL-NEW-OWNER
005360             WHEN OTHER
005370                 GO TO 2410-EXIT
005380         END-EVALUATE.
005390         MOVE AU-TASK-ID TO TM-ID.
005400         READ TASK-MASTER
005410             INVALID KEY
005420                 GO TO 2410-EXIT
005430         END-READ.
005440         IF TM-STATUS(1:7) NOT = "PENDING"
005450             AND TM-STATUS(1:6) NOT = "ACTIVE"
005460             GO TO 2410-EXIT
005470         END-IF.
005480         IF WKL-NEW-OWNER NOT = SPACES
005490             AND WKL-NEW-OWNER NOT = TM-OWNER
005500             GO TO 2410-EXIT
005510         END-IF.
005520         PERFORM 2600-BUILD-TASK-RECORD THRU 2600-EXIT.
005530         SET WKS-NEW-ASSIGNMENT TO TRUE.
005540         RELEASE WKL-SORT-RECORD.
005550 2410-EXIT.
005560         EXIT.
005570
005580*****************************************************************
005590*    2500-RELEASE-OPEN-TASKS - ONE "T" RECORD PER PENDING OR     *
005600*    ACTIVE TASK, FROM THE START OF THE FILE                     *
005610*****************************************************************
005620 2500-RELEASE-OPEN-TASKS.
005630         MOVE ZERO TO TM-ID.
005640         START TASK-MASTER KEY NOT LESS THAN TM-ID
005650             INVALID KEY
005660                 GO TO 2500-EXIT
005670         END-START.
005680         PERFORM 2510-RELEASE-ONE-TASK THRU 2510-EXIT
005690             UNTIL WKL-TASKMSTR-EOF.
005700 2500-EXIT.
005710         EXIT.
005720
005730 2510-RELEASE-ONE-TASK.
005740         READ TASK-MASTER NEXT RECORD
005750             AT END
005760                 SET WKL-TASKMSTR-EOF TO TRUE
005770             NOT AT END
005780                 IF TM-STATUS(1:7) = "PENDING"
005790                     OR TM-STATUS(1:6) = "ACTIVE"
005800                     PERFORM 2600-BUILD-TASK-RECORD
005810                         THRU 2600-EXIT
005820                     SET WKS-OPEN-TASK TO TRUE
005830                     RELEASE WKL-SORT-RECORD
005840                 END-IF
005850         END-READ.
005860 2510-EXIT.
005870         EXIT.
005880
005890*****************************************************************
005900*    2600-BUILD-TASK-RECORD - A CLASS 2 SORT RECORD FROM THE     *
005910*    TASK-MASTER ROW IN THE BUFFER; THE CALLER SETS THE TYPE     *
005920*****************************************************************
005930 2600-BUILD-TASK-RECORD.
005940         MOVE SPACES TO WKL-SORT-RECORD.
005950         MOVE TM-OWNER TO WKS-OPERATOR.
005960         SET WKS-TASK-CLASS TO TRUE.
005970         IF TM-DUE-DATE = ZERO
005980             MOVE 99999999 TO WKS-DUE-KEY
005990         ELSE
006000             MOVE TM-DUE-DATE TO WKS-DUE-KEY
006010         END-IF.
006020         MOVE TM-ID TO WKS-TASK-ID.
006030         MOVE TM-NAME TO WKS-NAME.
006040         MOVE TM-STATUS TO WKS-STATUS.
006050         MOVE TM-PRIORITY TO WKS-PRIORITY.
006060         MOVE TM-DUE-DATE TO WKS-DUE-DATE.
006070         MOVE TM-CATEGORY TO WKS-CATEGORY.
006080 2600-EXIT.
006090         EXIT.
006100
006110*****************************************************************
006120*    3000-WRITE-FEED - SORT OUTPUT PROCEDURE.  EACH OPERATOR'S   *
006130*    HEADER ARRIVES AHEAD OF THEIR TASKS, AND THE RECORDS FOR    *
006140*    ONE TASK ARRIVE TOGETHER; A TASK'S DETAIL IS WRITTEN WHEN   *
006150*    THE NEXT TASK OR OPERATOR STARTS AND AFTER THE LAST         *
006160*    RECORD.                                                     *
006170*****************************************************************
006180 3000-WRITE-FEED.
006190         MOVE "N" TO WKL-SORT-EOF-FLAG.
006200         MOVE HIGH-VALUES TO WKL-CUR-OPERATOR.
006210         MOVE "N" TO WKL-GROUP-FLAG.
006220         PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
006230             UNTIL WKL-SORT-EOF.
006240         PERFORM 3400-FINISH-TASK THRU 3400-EXIT.
006250 3000-EXIT.
006260         EXIT.
006270
006280 3100-RETURN-ONE-RECORD.
006290         RETURN WKL-SORT-FILE
006300             AT END
006310                 SET WKL-SORT-EOF TO TRUE
006320                 GO TO 3100-EXIT
006330         END-RETURN.
006340         IF WKS-OPERATOR NOT = WKL-CUR-OPERATOR
006350             PERFORM 3400-FINISH-TASK THRU 3400-EXIT
006360             MOVE WKS-OPERATOR TO WKL-CUR-OPERATOR
006370             MOVE "N" TO WKL-HEADER-FLAG
006380         END-IF.
006390         IF WKS-OPERATOR-CLASS
006400             PERFORM 3200-WRITE-HEADER THRU 3200-EXIT
006410             GO TO 3100-EXIT
006420         END-IF.
006430         IF NOT WKL-GROUP-OPEN
006440             OR WKS-TASK-ID NOT = WKL-GROUP-ID
006450             PERFORM 3400-FINISH-TASK THRU 3400-EXIT
006460             PERFORM 3300-START-TASK THRU 3300-EXIT
006470         END-IF.
006480         EVALUATE TRUE
006490             WHEN WKS-OPEN-TASK
006500                 SET WKL-GROUP-HAS-TASK TO TRUE
006510                 MOVE WKS-NAME TO WKL-GROUP-NAME
006520                 MOVE WKS-STATUS TO WKL-GROUP-STATUS
006530                 MOVE WKS-PRIORITY TO WKL-GROUP-PRIORITY
006540                 MOVE WKS-DUE-DATE TO WKL-GROUP-DUE-DATE
006550                 MOVE WKS-CATEGORY TO WKL-GROUP-CATEGORY
006560             WHEN WKS-BLOCKED-LINK
006570                 SET WKL-GROUP-BLOCKED TO TRUE
006580             WHEN WKS-NEW-ASSIGNMENT
006590                 SET WKL-GROUP-NEW TO TRUE
006600         END-EVALUATE.
006610 3100-EXIT.
006620         EXIT.
006630
006640 3200-WRITE-HEADER.
006650         MOVE SPACES TO WORKLIST-FEED-RECORD.
006660         SET WF-HEADER TO TRUE.
006670         MOVE WKS-OPERATOR TO WF-OPERATOR-ID.
006680         MOVE WKS-NAME TO WF-OPERATOR-NAME.
006690         MOVE WKL-CURRENT-DATE TO WF-HDR-RUN-DATE.
006700         MOVE WKL-CURRENT-TIME TO WF-HDR-RUN-TIME.
006710         WRITE WORKLIST-FEED-RECORD.
006711         PERFORM 3900-CHECK-FEED-WRITE THRU 3900-EXIT.
006720         ADD 1 TO WKL-HEADER-COUNT.
006730         ADD 1 TO WKL-RECORD-COUNT.
006740         SET WKL-HEADER-WRITTEN TO TRUE.
006750 3200-EXIT.
006760         EXIT.
006770
006780 3300-START-TASK.
006790         SET WKL-GROUP-OPEN TO TRUE.
006800         MOVE WKS-TASK-ID TO WKL-GROUP-ID.
006810         MOVE "N" TO WKL-GROUP-TASK-FLAG.
006820         MOVE "N" TO WKL-GROUP-BLOCKED-FLAG.
006830         MOVE "N" TO WKL-GROUP-NEW-FLAG.
006840 3300-EXIT.
006850         EXIT.
006860
006870*****************************************************************
006880*    3400-FINISH-TASK - WRITE THE DETAIL FOR THE TASK JUST       *
006890*    ASSEMBLED.  A TASK WHOSE OWNER HAD NO HEADER (NOT ON        *
006900*    USER-MASTER, OR DEACTIVATED) IS COUNTED, NOT SENT.          *
006910*****************************************************************
006920 3400-FINISH-TASK.
006930         IF NOT WKL-GROUP-OPEN
006940             GO TO 3400-EXIT
006950         END-IF.
006960         MOVE "N" TO WKL-GROUP-FLAG.
006970         IF NOT WKL-GROUP-HAS-TASK
006980             GO TO 3400-EXIT
006990         END-IF.
007000         IF NOT WKL-HEADER-WRITTEN
007010             ADD 1 TO WKL-UNLISTED-COUNT
007020             GO TO 3400-EXIT
007030         END-IF.
007040         MOVE SPACES TO WORKLIST-FEED-RECORD.
007050         SET WF-DETAIL TO TRUE.
007060         MOVE WKL-CUR-OPERATOR TO WF-OPERATOR-ID.
007070         MOVE WKL-GROUP-ID TO WF-TASK-ID.
007080         MOVE WKL-GROUP-NAME TO WF-TASK-NAME.
007090         MOVE WKL-GROUP-STATUS TO WF-TASK-STATUS.
007100         MOVE WKL-GROUP-PRIORITY TO WF-PRIORITY.
007110         MOVE WKL-GROUP-DUE-DATE TO WF-DUE-DATE.
007120         MOVE WKL-GROUP-CATEGORY TO WF-CATEGORY.
007130         MOVE "N" TO WF-DUE-TODAY-FLAG.
007140         MOVE "N" TO WF-OVERDUE-FLAG.
007150         MOVE ZERO TO WF-OVERDUE-DAYS.
007160         MOVE WKL-GROUP-BLOCKED-FLAG TO WF-BLOCKED-FLAG.
007170         MOVE WKL-GROUP-NEW-FLAG TO WF-NEW-FLAG.
007180         IF WKL-GROUP-DUE-DATE = WKL-CURRENT-DATE
007190             SET WF-DUE-TODAY TO TRUE
007200             ADD 1 TO WKL-DUE-TODAY-COUNT
007210         END-IF.
007220         IF WKL-GROUP-DUE-DATE > ZERO
007230             AND WKL-GROUP-DUE-DATE < WKL-CURRENT-DATE
007240             PERFORM 3450-COUNT-BUSINESS-DAYS THRU 3450-EXIT
007250             IF WKL-BUS-DAYS > ZERO
007260                 SET WF-OVERDUE TO TRUE
007270                 IF WKL-BUS-DAYS > 999
007280                     MOVE 999 TO WF-OVERDUE-DAYS
007290                 ELSE
007300                     MOVE WKL-BUS-DAYS TO WF-OVERDUE-DAYS
007310                 END-IF
007320                 ADD 1 TO WKL-OVERDUE-COUNT
007330             END-IF
007340         END-IF.
007350         IF WKL-GROUP-BLOCKED
007360             ADD 1 TO WKL-BLOCKED-COUNT
007370         END-IF.
007380         IF WKL-GROUP-NEW
007390             ADD 1 TO WKL-NEW-COUNT
007400         END-IF.
007410         WRITE WORKLIST-FEED-RECORD.
007411         PERFORM 3900-CHECK-FEED-WRITE THRU 3900-EXIT.
007420         ADD 1 TO WKL-DETAIL-COUNT.
007430         ADD 1 TO WKL-RECORD-COUNT.
007440 3400-EXIT.
007450         EXIT.
007460
007470*****************************************************************
007480*    3450-COUNT-BUSINESS-DAYS - WORKING DAYS AFTER THE DUE DATE  *
007490*    UP TO AND INCLUDING TODAY.  ZERO MEANS NO WORKING DAY HAS   *
007500*    PASSED YET AND THE TASK IS NOT OVERDUE.                     *
007510*****************************************************************
007520 3450-COUNT-BUSINESS-DAYS.
007530         MOVE ZERO TO WKL-BUS-DAYS.
007540         COMPUTE WKL-DUE-DAY-NUM =
007550             FUNCTION INTEGER-OF-DATE(WKL-GROUP-DUE-DATE).
007560         IF WKL-DUE-DAY-NUM = ZERO
007570             GO TO 3450-EXIT
007580         END-IF.
007590         COMPUTE WKL-FIRST-DAY-NUM = WKL-DUE-DAY-NUM + 1.
007600         PERFORM 3460-COUNT-ONE-DAY THRU 3460-EXIT
007610             VARYING WKL-CHECK-DAY-NUM
007620             FROM WKL-FIRST-DAY-NUM BY 1
007630             UNTIL WKL-CHECK-DAY-NUM > WKL-TODAY-DAY-NUM.
007640 3450-EXIT.
007650         EXIT.
007660
007670 3460-COUNT-ONE-DAY.
007680         COMPUTE WKL-CHECK-DOW =
007690             FUNCTION REM(WKL-CHECK-DAY-NUM, 7).
007700         IF WKL-CHECK-DOW = ZERO
007710             MOVE 7 TO WKL-CHECK-DOW
007720         END-IF.
007730         IF WKL-CHECK-DOW > 5
007740             GO TO 3460-EXIT
007750         END-IF.
007760         COMPUTE WKL-CHECK-DATE =
007770             FUNCTION DATE-OF-INTEGER(WKL-CHECK-DAY-NUM).
007780         MOVE ZERO TO WKL-HOL-FOUND.
007790         IF WKL-HOL-COUNT > ZERO
007800             PERFORM 3470-MATCH-ONE-HOLIDAY THRU 3470-EXIT
007810                 VARYING WKL-HOL-IDX FROM 1 BY 1
007820                 UNTIL WKL-HOL-IDX > WKL-HOL-COUNT
007830                 OR WKL-HOL-FOUND NOT = ZERO
007840         END-IF.
007850         IF WKL-HOL-FOUND = ZERO
007860             ADD 1 TO WKL-BUS-DAYS
007870         END-IF.
007880 3460-EXIT.
007890         EXIT.
007900
007910 3470-MATCH-ONE-HOLIDAY.
007920         IF WKL-HOL-DATE(WKL-HOL-IDX) = WKL-CHECK-DATE
007930             SET WKL-HOL-FOUND TO WKL-HOL-IDX
007940         END-IF.
007950 3470-EXIT.
007960         EXIT.
007970
007980*****************************************************************
007981*    3900-CHECK-FEED-WRITE - A FAILED WRITE FAILS THE RUN.  THE  *
007982*    STATUS IS SHOWN FOR THE FIRST FAILURE ONLY.                 *
007983*****************************************************************
007984 3900-CHECK-FEED-WRITE.
007985         IF WKL-WKLFEED-OK
007986             GO TO 3900-EXIT
007987         END-IF.
007988         IF NOT WKL-FEED-WRITE-FAILED
007989             DISPLAY "Unable to write WORKLIST-FEED, status "
007990                 WKL-WKLFEED-STATUS
007991         END-IF.
007992         SET WKL-FEED-WRITE-FAILED TO TRUE.
007993         SET WKL-RUN-FAILED TO TRUE.
007994 3900-EXIT.
007995         EXIT.
007996
007997*****************************************************************
007998*    4000-WRITE-TRAILER - THE CONTROL COUNTS FOR THE GATEWAY.    *
008000*    THE RECORD COUNT INCLUDES THE TRAILER.                      *
008010*****************************************************************
008020 4000-WRITE-TRAILER.
008030         ADD 1 TO WKL-RECORD-COUNT.
008040         MOVE SPACES TO WORKLIST-FEED-RECORD.
008050         SET WF-TRAILER TO TRUE.
008060         MOVE WKL-CURRENT-DATE TO WF-TRL-RUN-DATE.
008070         MOVE WKL-CURRENT-TIME TO WF-TRL-RUN-TIME.
008080         MOVE WKL-HEADER-COUNT TO WF-TRL-OPERATOR-COUNT.
008090         MOVE WKL-DETAIL-COUNT TO WF-TRL-DETAIL-COUNT.
008100         MOVE WKL-RECORD-COUNT TO WF-TRL-RECORD-COUNT.
008110         WRITE WORKLIST-FEED-RECORD.
008111         PERFORM 3900-CHECK-FEED-WRITE THRU 3900-EXIT.
008120 4000-EXIT.
008130         EXIT.
008140
008150*****************************************************************
008160*    5000-WRITE-CONTROL - ADVANCE THE HIGH-WATER MARK TO THE     *
008170*    LATEST AUDIT STAMP THIS RUN READ                            *
008180*****************************************************************
008190 5000-WRITE-CONTROL.
008200         OPEN OUTPUT WKL-CONTROL.
008210         IF NOT WKL-WKLCTL-OK
008220             DISPLAY "Unable to rewrite WKL-CONTROL, status "
008230                 WKL-WKLCTL-STATUS
008240             GO TO 5000-EXIT
008250         END-IF.
008260         MOVE WKL-LATEST-STAMP TO WK-LAST-AUDIT-STAMP.
008270         MOVE WKL-CURRENT-DATE TO WK-LAST-RUN-DATE.
008280         MOVE WKL-CURRENT-TIME TO WK-LAST-RUN-TIME.
008290         WRITE WKL-CONTROL-RECORD.
008300         CLOSE WKL-CONTROL.
008310 5000-EXIT.
008320         EXIT.
008330
008340 END PROGRAM TASKWKL.
