000010*****************************************************************
000020*PROGRAM-ID.  TASKRCV                                       *
000030*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000040*    INSTALLATION. SHIFT OPERATIONS                             *
000050*    DATE-WRITTEN. 2026-10-15                                   *
000060*    DATE-COMPILED.                                              *
000070*                                                                *
000080*    FORWARD RECOVERY OF THE KEYED TASK FILES.  RUN BY THE      *
000090*    OPERATOR WHEN TASKMSTR, TASKNOTE, TASKDEP OR TASKWLOG IS   *
000100*    DAMAGED.  TAKES THE LATEST COMPLETE IMAGE COPY NAMED ON    *
000110*    IMGCTL (WRITTEN BY THE TASKIMG NIGHTRUN STEP), CHECKS      *
000120*    EVERY IMAGE FILE AGAINST ITS RECORDED COUNT, RELOADS ALL   *
000130*    FOUR KEYED FILES FROM THE IMAGES, THEN ROLLS THEM FORWARD  *
000140*    BY REPLAYING EVERY TASK-AUDIT RECORD STAMPED AT OR AFTER   *
000150*    THE IMAGE WAS TAKEN:                                       *
000160*      - ADD, REOPEN AND RESTORE PUT BACK THE TASK-MASTER ROW   *
000170*        CARRIED ON THE AUDIT RECORD;                           *
000180*      - AN UPDATE SETS THE ONE FIELD NAMED BY AU-FIELD-ID TO   *
000190*        AU-NEW-VALUE;                                          *
000200*      - DELETE AND ARCHIVE REMOVE THE ROW WITH ITS NOTES, WORK *
000210*        LOG AND LINKS, BY THE SAME RULES TODOLIST AND TASKARC  *
000220*        APPLY;                                                 *
000230*      - NOTE, LINK AND WORK-LOG RECORDS PUT BACK OR REMOVE THE *
000240*        TASKNOTE, TASKDEP OR TASKWLOG RECORD THEY CARRY.       *
000250*    EVERY STEP IS SAFE TO REPEAT, SO AN INTERRUPTED RECOVERY   *
000260*    IS SIMPLY RUN AGAIN.  EACH CHANGE REPLAYED IS LISTED, WITH *
000270*    ITS OUTCOME, ON THE RCVPRINT PRINT FILE, AND TASKCKPT IS   *
000280*    REWRITTEN FROM THE RECOVERED TASK-MASTER.  THE TASKLOCK    *
000290*    BUSY-LOCK MUST BE FREE - NO SESSION MAY BE UPDATING THE    *
000300*    FILES WHILE THEY ARE RELOADED.                             *
000310*-----------------------------------------------------------------
000320*    MODIFICATION HISTORY                                       *
000330*    2026-10-15  DPO  ORIGINAL PROGRAM.                         *
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. TASKRCV.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410         SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS DYNAMIC
000440             RECORD KEY IS TM-ID
000450             ALTERNATE RECORD KEY IS TM-EXT-REF
000460                 WITH DUPLICATES
000470             FILE STATUS IS RCV-TASKMSTR-STATUS.
000480         SELECT TASK-NOTES ASSIGN TO "TASKNOTE"
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS DYNAMIC
000510             RECORD KEY IS TN-NOTE-KEY
000520             FILE STATUS IS RCV-TASKNOTE-STATUS.
000530         SELECT TASK-DEPS ASSIGN TO "TASKDEP"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS DYNAMIC
000560             RECORD KEY IS TD-DEP-KEY
000570             FILE STATUS IS RCV-TASKDEP-STATUS.
000580         SELECT TASK-WORK-LOG ASSIGN TO "TASKWLOG"
000590             ORGANIZATION IS INDEXED
000600             ACCESS MODE IS DYNAMIC
000610             RECORD KEY IS WL-LOG-KEY
000620             FILE STATUS IS RCV-TASKWLOG-STATUS.
000630         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS RCV-TASKAUD-STATUS.
000660         SELECT IMAGE-COPY ASSIGN USING RCV-IMAGE-NAME
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS RCV-IMAGE-STATUS.
000690         SELECT IMAGE-CONTROL ASSIGN TO "IMGCTL"
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS RCV-IMGCTL-STATUS.
000720         SELECT TASK-CHECKPOINT ASSIGN TO "TASKCKPT"
000730             ORGANIZATION IS LINE SEQUENTIAL
000740             FILE STATUS IS RCV-TASKCKPT-STATUS.
000750         SELECT REPORT-PRINT ASSIGN TO "RCVPRINT"
000760             ORGANIZATION IS LINE SEQUENTIAL
000770             FILE STATUS IS RCV-PRINT-STATUS.
000780         SELECT TASK-LOCK ASSIGN TO "TASKLOCK"
000790             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS RCV-TASKLOCK-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  TASK-MASTER.
000850 01  TASK-MASTER-RECORD.
000860         COPY TASKMSTR.
000870
000880 FD  TASK-NOTES.
000890 01  TASK-NOTES-RECORD.
000900         COPY TASKNOTE.
000910
000920 FD  TASK-DEPS.
000930 01  TASK-DEPS-RECORD.
000940         COPY TASKDEP.
000950
000960 FD  TASK-WORK-LOG.
000970 01  TASK-WORK-LOG-RECORD.
000980         COPY TASKWLOG.
000990
001000 FD  TASK-AUDIT.
001010 01  TASK-AUDIT-RECORD.
001020         COPY TASKAUD.
001030
001040 FD  IMAGE-COPY.
001050 01  IMAGE-COPY-RECORD           PIC X(112).
001060
001070 FD  IMAGE-CONTROL.
001080 01  IMAGE-CONTROL-RECORD.
001090         COPY IMGCTL.
001100
001110 FD  TASK-CHECKPOINT.
001120 01  TASK-CHECKPOINT-RECORD.
001130         COPY TASKCKPT.
001140
001150 FD  REPORT-PRINT.
001160 01  REPORT-PRINT-RECORD         PIC X(132).
001170
001180 FD  TASK-LOCK.
001190 01  TASK-LOCK-RECORD.
001200         COPY TASKLOCK.
001210
001220 WORKING-STORAGE SECTION.
001230*    ---------------------------------------------------------
001240*    FILE STATUS SWITCHES
001250*    ---------------------------------------------------------
001260 01  RCV-FILE-STATUSES.
001270         05  RCV-TASKMSTR-STATUS     PIC X(02) VALUE "00".
001280             88  RCV-TASKMSTR-OK     VALUE "00".
001290             88  RCV-TASKMSTR-EOF    VALUE "10".
001300             88  RCV-TASKMSTR-NOTFOUND
001310                 VALUES "23" "35" "05".
001320         05  RCV-TASKNOTE-STATUS     PIC X(02) VALUE "00".
001330             88  RCV-TASKNOTE-OK     VALUE "00".
001340         05  RCV-TASKDEP-STATUS      PIC X(02) VALUE "00".
001350             88  RCV-TASKDEP-OK      VALUE "00".
001360         05  RCV-TASKWLOG-STATUS     PIC X(02) VALUE "00".
001370             88  RCV-TASKWLOG-OK     VALUE "00".
001380         05  RCV-TASKAUD-STATUS      PIC X(02) VALUE "00".
001390             88  RCV-TASKAUD-OK      VALUE "00".
001400             88  RCV-TASKAUD-EOF     VALUE "10".
001410             88  RCV-TASKAUD-NOTFOUND
001420                 VALUES "35" "05".
001430         05  RCV-IMAGE-STATUS        PIC X(02) VALUE "00".
001440             88  RCV-IMAGE-OK        VALUE "00".
001450             88  RCV-IMAGE-EOF       VALUE "10".
001460             88  RCV-IMAGE-NOTFOUND
001470                 VALUES "35" "05".
001480         05  RCV-IMGCTL-STATUS       PIC X(02) VALUE "00".
001490             88  RCV-IMGCTL-OK       VALUE "00".
001500             88  RCV-IMGCTL-NOTFOUND
001510                 VALUES "35" "05".
001520         05  RCV-TASKCKPT-STATUS     PIC X(02) VALUE "00".
001530             88  RCV-TASKCKPT-OK     VALUE "00".
001540             88  RCV-TASKCKPT-NOTFOUND
001550                 VALUES "35" "05".
001560         05  RCV-PRINT-STATUS        PIC X(02) VALUE "00".
001570             88  RCV-PRINT-OK        VALUE "00".
001580         05  RCV-TASKLOCK-STATUS     PIC X(02) VALUE "00".
001590             88  RCV-TASKLOCK-OK     VALUE "00".
001600             88  RCV-TASKLOCK-EOF    VALUE "10".
001610             88  RCV-TASKLOCK-NOTFOUND
001620                 VALUES "35" "05".
001630*    ---------------------------------------------------------
001640*    THE FOUR KEYED FILES IN RELOAD ORDER, WITH THE COUNT
001650*    IMGCTL RECORDS FOR EACH IMAGE AND THE COUNT ACTUALLY
001660*    READ OR LOADED.  STATUSES FROM THE FILE BEING LOADED ARE
001670*    COPIED TO RCV-TARGET-STATUS.
001680*    ---------------------------------------------------------
001690 01  RCV-FILE-TABLE.
001700         05  RCV-FILE-ENTRY OCCURS 4 TIMES
001710                 INDEXED BY RCV-FILE-IDX.
001720             10  RCV-FILE-BASE       PIC X(08).
001730             10  RCV-FILE-EXPECTED   PIC 9(07).
001740 01  RCV-IMAGE-NAME              PIC X(20) VALUE SPACES.
001750 01  RCV-RECORD-COUNT            PIC 9(07) VALUE ZERO.
001760 01  RCV-TARGET-STATUS           PIC X(02) VALUE "00".
001770         88  RCV-TARGET-OK           VALUE "00".
001780 01  RCV-FILE-ERROR-FLAG         PIC X(01) VALUE "N".
001790         88  RCV-FILE-IN-ERROR       VALUE "Y".
001800 01  RCV-ERROR-COUNT             PIC 9(03) VALUE ZERO.
001810*    ---------------------------------------------------------
001820*    THE IMAGE BEING RECOVERED FROM, AND THE STAMP OF THE
001830*    AUDIT RECORD IN HAND.  A RECORD IS REPLAYED WHEN ITS
001840*    STAMP IS NOT LESS THAN THE IMAGE STAMP.
001850*    ---------------------------------------------------------
001860 01  RCV-IMAGE-STAMP.
001870         05  RCV-IMAGE-DATE          PIC 9(08) VALUE ZERO.
001880         05  RCV-IMAGE-TIME          PIC 9(06) VALUE ZERO.
001890 01  RCV-AUDIT-STAMP.
001900         05  RCV-AUDIT-DATE          PIC 9(08) VALUE ZERO.
001910         05  RCV-AUDIT-TIME          PIC 9(06) VALUE ZERO.
001920 01  RCV-CONTROL-FLAG            PIC X(01) VALUE "N".
001930         88  RCV-CONTROL-USABLE      VALUE "Y".
001940 01  RCV-CONFIRM-INPUT           PIC X(01).
001950 01  RCV-CURRENT-DATE-TIME.
001960         05  RCV-CURRENT-DATE        PIC 9(08).
001970         05  RCV-CURRENT-TIME        PIC 9(06).
001980         05  FILLER                  PIC X(09).
001990 01  RCV-JOB-ID                  PIC X(08) VALUE "TASKRCV".
002000 01  RCV-LOCK-HELD-FLAG          PIC X(01) VALUE "N".
002010         88  RCV-LOCK-HELD           VALUE "Y".
002020*    ---------------------------------------------------------
002030*    REPLAY OF ONE AUDIT RECORD.  EVERY CHANGE REPLAYED ENDS
002040*    REAPPLIED, SKIPPED (ALREADY IN PLACE, OR NOT ENOUGH ON
002050*    THE RECORD TO REPLAY IT) OR FAILED.
002060*    ---------------------------------------------------------
002070 01  RCV-OUTCOME                 PIC X(01) VALUE SPACE.
002080         88  RCV-REAPPLIED           VALUE "A".
002090         88  RCV-SKIPPED             VALUE "S".
002100         88  RCV-FAILED              VALUE "F".
002110 01  RCV-RESULT                  PIC X(18) VALUE SPACES.
002120 01  RCV-ACTION-WORD             PIC X(10) VALUE SPACES.
002130 01  RCV-CASCADE-ID              PIC 9(06) VALUE ZERO.
002140 01  RCV-CASCADE-PRED-FLAG       PIC X(01) VALUE "N".
002150         88  RCV-CASCADE-PRED-SIDE   VALUE "Y".
002160 01  RCV-SCAN-DONE-FLAG          PIC X(01) VALUE "N".
002170         88  RCV-SCAN-DONE           VALUE "Y".
002180 01  RCV-AUDIT-READ-COUNT        PIC 9(07) VALUE ZERO.
002190 01  RCV-BEFORE-IMAGE-COUNT      PIC 9(07) VALUE ZERO.
002200 01  RCV-REPLAY-COUNT            PIC 9(07) VALUE ZERO.
002210 01  RCV-REAPPLIED-COUNT         PIC 9(07) VALUE ZERO.
002220 01  RCV-SKIPPED-COUNT           PIC 9(07) VALUE ZERO.
002230 01  RCV-FAILED-COUNT            PIC 9(07) VALUE ZERO.
002240*    ---------------------------------------------------------
002250*    CHECKPOINT REBUILT FROM THE RECOVERED TASK-MASTER.  THE
002260*    LAST-ISSUED ID NEVER GOES BACKWARD.
002270*    ---------------------------------------------------------
002280 01  RCV-TASK-COUNT              PIC 9(05) VALUE ZERO.
002290 01  RCV-HIGH-TASK-ID            PIC 9(06) VALUE ZERO.
002300*    ---------------------------------------------------------
002310*    PRINT CONTROL AND REPORT LINE LAYOUTS.  A PAGE HOLDS
002320*    RCV-PRINT-PAGE-LIMIT LINES INCLUDING ITS HEADING BLOCK.
002330*    ---------------------------------------------------------
002340 01  RCV-PRINT-LINE              PIC X(132) VALUE SPACES.
002350 01  RCV-PRINT-LINE-COUNT        PIC 9(03) VALUE 999.
002360 01  RCV-PRINT-PAGE-COUNT        PIC 9(04) VALUE ZERO.
002370 01  RCV-PRINT-PAGE-LIMIT        PIC 9(03) VALUE 60.
002380 01  RCV-PRINT-OPEN-FLAG         PIC X(01) VALUE "N".
002390         88  RCV-PRINT-FILE-OPEN     VALUE "Y".
002400 01  RCV-HEADING-1.
002410         05  FILLER                  PIC X(40)
002420                 VALUE "TASK FILE FORWARD RECOVERY REPORT".
002430         05  FILLER                  PIC X(09)
002440                 VALUE "RUN DATE ".
002450         05  RCV-HDG-DATE            PIC 9(08).
002460         05  FILLER                  PIC X(06) VALUE " TIME ".
002470         05  RCV-HDG-TIME            PIC 9(06).
002480         05  FILLER                  PIC X(06) VALUE " PAGE ".
002490         05  RCV-HDG-PAGE            PIC ZZZ9.
002500         05  FILLER                  PIC X(53) VALUE SPACES.
002510 01  RCV-HEADING-2.
002520         05  FILLER                  PIC X(11)
002530                 VALUE "IMAGE COPY ".
002540         05  RCV-HDG-IMAGE-DATE      PIC 9(08).
002550         05  FILLER                  PIC X(01) VALUE SPACES.
002560         05  RCV-HDG-IMAGE-TIME      PIC 9(06).
002570         05  FILLER                  PIC X(19)
002580                 VALUE "  RELOADED TASKMSTR".
002590         05  RCV-HDG-TASKMSTR        PIC ZZZZZZ9.
002600         05  FILLER                  PIC X(10)
002610                 VALUE "  TASKNOTE".
002620         05  RCV-HDG-TASKNOTE        PIC ZZZZZZ9.
002630         05  FILLER                  PIC X(09)
002640                 VALUE "  TASKDEP".
002650         05  RCV-HDG-TASKDEP         PIC ZZZZZZ9.
002660         05  FILLER                  PIC X(10)
002670                 VALUE "  TASKWLOG".
002680         05  RCV-HDG-TASKWLOG        PIC ZZZZZZ9.
002690         05  FILLER                  PIC X(30) VALUE SPACES.
002700 01  RCV-CHANGE-HEADING.
002710         05  FILLER                  PIC X(09) VALUE "DATE".
002720         05  FILLER                  PIC X(07) VALUE "TIME".
002730         05  FILLER                  PIC X(09) VALUE "OPERATOR".
002740         05  FILLER                  PIC X(07) VALUE "TASK".
002750         05  FILLER                  PIC X(11) VALUE "CHANGE".
002760         05  FILLER                  PIC X(09) VALUE "FIELD".
002770         05  FILLER                  PIC X(31) VALUE "OLD VALUE".
002780         05  FILLER                  PIC X(31) VALUE "NEW VALUE".
002790         05  FILLER                  PIC X(18) VALUE "RESULT".
002800 01  RCV-CHANGE-LINE.
002810         05  RCV-CHG-DATE            PIC 9(08).
002820         05  FILLER                  PIC X(01) VALUE SPACES.
002830         05  RCV-CHG-TIME            PIC 9(06).
002840         05  FILLER                  PIC X(01) VALUE SPACES.
002850         05  RCV-CHG-OPERATOR        PIC X(08).
002860         05  FILLER                  PIC X(01) VALUE SPACES.
002870         05  RCV-CHG-TASK-ID         PIC 9(06).
002880         05  FILLER                  PIC X(01) VALUE SPACES.
002890         05  RCV-CHG-ACTION          PIC X(10).
002900         05  FILLER                  PIC X(01) VALUE SPACES.
002910         05  RCV-CHG-FIELD           PIC X(08).
002920         05  FILLER                  PIC X(01) VALUE SPACES.
002930         05  RCV-CHG-OLD-VALUE       PIC X(30).
002940         05  FILLER                  PIC X(01) VALUE SPACES.
002950         05  RCV-CHG-NEW-VALUE       PIC X(30).
002960         05  FILLER                  PIC X(01) VALUE SPACES.
002970         05  RCV-CHG-RESULT          PIC X(18).
002980 01  RCV-END-LINE.
002990         05  FILLER                  PIC X(16)
003000                 VALUE "END OF REPORT - ".
003010         05  RCV-END-REPLAYED        PIC 9(07).
003020         05  FILLER                  PIC X(20)
003030                 VALUE " CHANGE(S) REPLAYED ".
003040         05  RCV-END-REAPPLIED       PIC 9(07).
003050         05  FILLER                  PIC X(11)
003060                 VALUE " REAPPLIED ".
003070         05  RCV-END-SKIPPED         PIC 9(07).
003080         05  FILLER                  PIC X(09)
003090                 VALUE " SKIPPED ".
003100         05  RCV-END-FAILED          PIC 9(07).
003110         05  FILLER                  PIC X(07)
003120                 VALUE " FAILED".
003130         05  FILLER                  PIC X(41) VALUE SPACES.
003140
003150 PROCEDURE DIVISION.
003160*****************************************************************
003170*    0000-MAINLINE                                              *
003180*****************************************************************
003190 0000-MAINLINE.
003200         MOVE FUNCTION CURRENT-DATE TO RCV-CURRENT-DATE-TIME.
003210         PERFORM 1000-READ-IMAGE-CONTROL THRU 1000-EXIT.
003220         IF NOT RCV-CONTROL-USABLE
003230             MOVE 8 TO RETURN-CODE
003240             STOP RUN
003250         END-IF.
003260         PERFORM 1100-CONFIRM-RECOVERY THRU 1100-EXIT.
003270         IF RCV-CONFIRM-INPUT NOT = "Y"
003280             AND RCV-CONFIRM-INPUT NOT = "y"
003290             DISPLAY "TASKRCV: recovery not run."
003300             STOP RUN
003310         END-IF.
003320         PERFORM 0100-ACQUIRE-UPDATE-LOCK THRU 0100-EXIT.
003330         IF NOT RCV-LOCK-HELD
003340             MOVE 8 TO RETURN-CODE
003350             STOP RUN
003360         END-IF.
003370         PERFORM 2000-VERIFY-IMAGES THRU 2000-EXIT.
003380         IF RCV-ERROR-COUNT = ZERO
003390             PERFORM 3000-RELOAD-FILES THRU 3000-EXIT
003400         END-IF.
003410         IF RCV-ERROR-COUNT > ZERO
003420             PERFORM 0200-RELEASE-UPDATE-LOCK THRU 0200-EXIT
003430             DISPLAY "TASKRCV: recovery stopped before replay - "
003440                 RCV-ERROR-COUNT " file(s) in error."
003450             MOVE 8 TO RETURN-CODE
003460             STOP RUN
003470         END-IF.
003480         PERFORM 9000-OPEN-PRINT-FILE THRU 9000-EXIT.
003490         MOVE RCV-CHANGE-HEADING TO RCV-PRINT-LINE.
003500         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
003510         PERFORM 4000-REPLAY-AUDIT THRU 4000-EXIT.
003520         IF RCV-REPLAY-COUNT = ZERO
003530             MOVE "No changes recorded since the image was taken."
003540                 TO RCV-PRINT-LINE
003550             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
003560         END-IF.
003570         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT.
003580         PERFORM 9300-CLOSE-PRINT-FILE THRU 9300-EXIT.
003590         PERFORM 0200-RELEASE-UPDATE-LOCK THRU 0200-EXIT.
003600         DISPLAY "TASKRCV: " RCV-REPLAY-COUNT
003610             " change(s) replayed, " RCV-REAPPLIED-COUNT
003620             " reapplied, " RCV-SKIPPED-COUNT " skipped, "
003630             RCV-FAILED-COUNT " failed.".
003640         IF RCV-FAILED-COUNT > ZERO OR RCV-ERROR-COUNT > ZERO
003650             MOVE 8 TO RETURN-CODE
003660         END-IF.
003670         STOP RUN.
003680
003690*****************************************************************
003700*    0100-ACQUIRE-UPDATE-LOCK - THE FILES ARE REPLACED UNDER     *
003710*    THE LOCK, SO A HELD LOCK IS NEVER OVERRIDDEN HERE.  A LOCK  *
003720*    LEFT BEHIND BY AN ABENDED SESSION IS CLEARED THROUGH THE    *
003730*    TODOLIST SUPERVISOR OVERRIDE FIRST.                         *
003740*****************************************************************
003750 0100-ACQUIRE-UPDATE-LOCK.
003760         OPEN INPUT TASK-LOCK.
003770         IF RCV-TASKLOCK-NOTFOUND
003780             PERFORM 0150-WRITE-LOCK THRU 0150-EXIT
003790             GO TO 0100-EXIT
003800         END-IF.
003810         IF NOT RCV-TASKLOCK-OK
003820             DISPLAY "Unable to open TASK-LOCK, status "
003830                 RCV-TASKLOCK-STATUS
003840             GO TO 0100-EXIT
003850         END-IF.
003860         READ TASK-LOCK
003870             AT END
003880                 CLOSE TASK-LOCK
003890                 PERFORM 0150-WRITE-LOCK THRU 0150-EXIT
003900                 GO TO 0100-EXIT
003910         END-READ.
003920         CLOSE TASK-LOCK.
003930         DISPLAY "TASKRCV: task files are in use by "
003940             LK-HOLDER-ID " since " LK-LOCK-DATE " "
003950             LK-LOCK-TIME " - run again when the lock is free.".
003960         DISPLAY "If that session has abended, have a supervisor "
003970             "clear the lock through TODOLIST first.".
003980 0100-EXIT.
003990         EXIT.
004000
004010 0150-WRITE-LOCK.
004020         MOVE FUNCTION CURRENT-DATE TO RCV-CURRENT-DATE-TIME.
004030         OPEN OUTPUT TASK-LOCK.
004040         IF NOT RCV-TASKLOCK-OK
004050             DISPLAY "Unable to write TASK-LOCK, status "
004060                 RCV-TASKLOCK-STATUS
004070             GO TO 0150-EXIT
004080         END-IF.
004090         MOVE RCV-JOB-ID TO LK-HOLDER-ID.
004100         MOVE RCV-CURRENT-DATE TO LK-LOCK-DATE.
004110         MOVE RCV-CURRENT-TIME TO LK-LOCK-TIME.
004120         WRITE TASK-LOCK-RECORD.
004130         CLOSE TASK-LOCK.
004140         SET RCV-LOCK-HELD TO TRUE.
004150 0150-EXIT.
004160         EXIT.
004170
004180*****************************************************************
004190*    0200-RELEASE-UPDATE-LOCK - TRUNCATE THE LOCK FILE; EMPTY    *
004200*    MEANS FREE                                                  *
004210*****************************************************************
004220 0200-RELEASE-UPDATE-LOCK.
004230         OPEN OUTPUT TASK-LOCK.
004240         IF RCV-TASKLOCK-OK
004250             CLOSE TASK-LOCK
004260             MOVE "N" TO RCV-LOCK-HELD-FLAG
004270         ELSE
004280             DISPLAY "Unable to release TASK-LOCK, status "
004290                 RCV-TASKLOCK-STATUS
004300         END-IF.
004310 0200-EXIT.
004320         EXIT.
004330
004340*****************************************************************
004350*    1000-READ-IMAGE-CONTROL - ONLY A COMPLETE IMAGE COPY IS     *
004360*    RECOVERED FROM.  ONE MARKED IN PROGRESS WAS BEING           *
004370*    OVERWRITTEN BY A TASKIMG RERUN THAT DID NOT FINISH.         *
004380*****************************************************************
004390 1000-READ-IMAGE-CONTROL.
004400         MOVE "TASKMSTR" TO RCV-FILE-BASE(1).
004410         MOVE "TASKNOTE" TO RCV-FILE-BASE(2).
004420         MOVE "TASKDEP" TO RCV-FILE-BASE(3).
004430         MOVE "TASKWLOG" TO RCV-FILE-BASE(4).
004440         OPEN INPUT IMAGE-CONTROL.
004450         IF RCV-IMGCTL-NOTFOUND
004460             DISPLAY "TASKRCV: IMGCTL not found - no image copy "
004470                 "to recover from."
004480             GO TO 1000-EXIT
004490         END-IF.
004500         IF NOT RCV-IMGCTL-OK
004510             DISPLAY "Unable to open IMAGE-CONTROL, status "
004520                 RCV-IMGCTL-STATUS
004530             GO TO 1000-EXIT
004540         END-IF.
004550         READ IMAGE-CONTROL
004560             AT END
004570                 CLOSE IMAGE-CONTROL
004580                 DISPLAY "TASKRCV: IMGCTL is empty - no image "
004590                     "copy to recover from."
004600                 GO TO 1000-EXIT
004610         END-READ.
004620         CLOSE IMAGE-CONTROL.
004630         IF NOT IC-IMAGE-COMPLETE
004640             DISPLAY "TASKRCV: the image copy of " IC-IMAGE-DATE
004650                 " " IC-IMAGE-TIME " is not complete - rerun "
004660                 "TASKIMG before recovering."
004670             GO TO 1000-EXIT
004680         END-IF.
004690         MOVE IC-IMAGE-DATE TO RCV-IMAGE-DATE.
004700         MOVE IC-IMAGE-TIME TO RCV-IMAGE-TIME.
004710         MOVE IC-TASKMSTR-COUNT TO RCV-FILE-EXPECTED(1).
004720         MOVE IC-TASKNOTE-COUNT TO RCV-FILE-EXPECTED(2).
004730         MOVE IC-TASKDEP-COUNT TO RCV-FILE-EXPECTED(3).
004740         MOVE IC-TASKWLOG-COUNT TO RCV-FILE-EXPECTED(4).
004750         SET RCV-CONTROL-USABLE TO TRUE.
004760 1000-EXIT.
004770         EXIT.
004780
004790*****************************************************************
004800*    1100-CONFIRM-RECOVERY - THE RELOAD REPLACES ALL FOUR KEYED  *
004810*    FILES, SO THE OPERATOR CONFIRMS THE IMAGE FIRST             *
004820*****************************************************************
004830 1100-CONFIRM-RECOVERY.
004840         DISPLAY "Latest image copy taken " RCV-IMAGE-DATE " "
004850             RCV-IMAGE-TIME ":".
004860         DISPLAY "  TASKMSTR " RCV-FILE-EXPECTED(1)
004870             "  TASKNOTE " RCV-FILE-EXPECTED(2)
004880             "  TASKDEP " RCV-FILE-EXPECTED(3)
004890             "  TASKWLOG " RCV-FILE-EXPECTED(4) " record(s).".
004900         DISPLAY "Reload TASKMSTR, TASKNOTE, TASKDEP and "
004910             "TASKWLOG from this image and replay TASK-AUDIT? "
004920             "(Y/N):".
004930         MOVE SPACE TO RCV-CONFIRM-INPUT.
004940         ACCEPT RCV-CONFIRM-INPUT.
004950 1100-EXIT.
004960         EXIT.
004970
004980*****************************************************************
004990*    2000-VERIFY-IMAGES - EVERY IMAGE FILE MUST BE PRESENT AND   *
005000*    HOLD THE COUNT IMGCTL RECORDS BEFORE ANY KEYED FILE IS      *
005010*    TOUCHED                                                     *
005020*****************************************************************
005030 2000-VERIFY-IMAGES.
005040         PERFORM 2100-VERIFY-ONE-IMAGE THRU 2100-EXIT
005050             VARYING RCV-FILE-IDX FROM 1 BY 1
005060             UNTIL RCV-FILE-IDX > 4.
005070 2000-EXIT.
005080         EXIT.
005090
005100 2100-VERIFY-ONE-IMAGE.
005110         PERFORM 7000-OPEN-IMAGE THRU 7000-EXIT.
005120         IF RCV-FILE-IN-ERROR
005130             ADD 1 TO RCV-ERROR-COUNT
005140             GO TO 2100-EXIT
005150         END-IF.
005160         PERFORM 2110-COUNT-ONE-IMAGE THRU 2110-EXIT
005170             UNTIL RCV-IMAGE-EOF.
005180         CLOSE IMAGE-COPY.
005190         IF RCV-RECORD-COUNT NOT = RCV-FILE-EXPECTED(RCV-FILE-IDX)
005200             DISPLAY "TASKRCV: " RCV-IMAGE-NAME " holds "
005210                 RCV-RECORD-COUNT " record(s), IMGCTL shows "
005220                 RCV-FILE-EXPECTED(RCV-FILE-IDX) "."
005230             ADD 1 TO RCV-ERROR-COUNT
005240         END-IF.
005250 2100-EXIT.
005260         EXIT.
005270
005280 2110-COUNT-ONE-IMAGE.
005290         READ IMAGE-COPY
005300             AT END
005310                 SET RCV-IMAGE-EOF TO TRUE
005320             NOT AT END
005330                 ADD 1 TO RCV-RECORD-COUNT
005340         END-READ.
005350 2110-EXIT.
005360         EXIT.
005370
005380*****************************************************************
005390*    3000-RELOAD-FILES - REBUILD EACH KEYED FILE FROM ITS IMAGE. *
005400*    THE IMAGES ARE IN KEY ORDER, SO EVERY WRITE GOES ON THE     *
005410*    END OF THE NEW FILE.                                        *
005420*****************************************************************
005430 3000-RELOAD-FILES.
005440         PERFORM 3100-RELOAD-ONE-FILE THRU 3100-EXIT
005450             VARYING RCV-FILE-IDX FROM 1 BY 1
005460             UNTIL RCV-FILE-IDX > 4.
005470 3000-EXIT.
005480         EXIT.
005490
005500 3100-RELOAD-ONE-FILE.
005510         PERFORM 7000-OPEN-IMAGE THRU 7000-EXIT.
005520         IF RCV-FILE-IN-ERROR
005530             ADD 1 TO RCV-ERROR-COUNT
005540             GO TO 3100-EXIT
005550         END-IF.
005560         PERFORM 3150-OPEN-TARGET THRU 3150-EXIT.
005570         IF NOT RCV-TARGET-OK
005580             DISPLAY "Unable to create "
005590                 RCV-FILE-BASE(RCV-FILE-IDX)
005600                 ", status " RCV-TARGET-STATUS
005610             CLOSE IMAGE-COPY
005620             ADD 1 TO RCV-ERROR-COUNT
005630             GO TO 3100-EXIT
005640         END-IF.
005650         PERFORM 3110-LOAD-ONE-RECORD THRU 3110-EXIT
005660             UNTIL RCV-IMAGE-EOF OR RCV-FILE-IN-ERROR.
005670         CLOSE IMAGE-COPY.
005680         PERFORM 3170-CLOSE-TARGET THRU 3170-EXIT.
005690         IF RCV-FILE-IN-ERROR
005700             OR RCV-RECORD-COUNT NOT =
005710                 RCV-FILE-EXPECTED(RCV-FILE-IDX)
005720             DISPLAY "TASKRCV: " RCV-FILE-BASE(RCV-FILE-IDX)
005730                 " reloaded with " RCV-RECORD-COUNT
005740                 " record(s), IMGCTL shows "
005750                 RCV-FILE-EXPECTED(RCV-FILE-IDX) "."
005760             ADD 1 TO RCV-ERROR-COUNT
005770         ELSE
005780             DISPLAY "TASKRCV: " RCV-FILE-BASE(RCV-FILE-IDX)
005790                 " reloaded - " RCV-RECORD-COUNT " record(s)."
005800         END-IF.
005810 3100-EXIT.
005820         EXIT.
005830
005840 3110-LOAD-ONE-RECORD.
005850         READ IMAGE-COPY
005860             AT END
005870                 SET RCV-IMAGE-EOF TO TRUE
005880                 GO TO 3110-EXIT
005890         END-READ.
005900         PERFORM 3160-WRITE-TARGET THRU 3160-EXIT.
005910         IF RCV-TARGET-OK
005920             ADD 1 TO RCV-RECORD-COUNT
005930         ELSE
005940             DISPLAY "Unable to load " RCV-FILE-BASE(RCV-FILE-IDX)
005950                 " record " RCV-RECORD-COUNT ", status "
005960                 RCV-TARGET-STATUS
005970             SET RCV-FILE-IN-ERROR TO TRUE
005980         END-IF.
005990 3110-EXIT.
006000         EXIT.
006010
006020 3150-OPEN-TARGET.
006030         EVALUATE RCV-FILE-IDX
006040             WHEN 1
006050                 OPEN OUTPUT TASK-MASTER
006060                 MOVE RCV-TASKMSTR-STATUS TO RCV-TARGET-STATUS
006070             WHEN 2
006080                 OPEN OUTPUT TASK-NOTES
006090                 MOVE RCV-TASKNOTE-STATUS TO RCV-TARGET-STATUS
006100             WHEN 3
006110                 OPEN OUTPUT TASK-DEPS
006120                 MOVE RCV-TASKDEP-STATUS TO RCV-TARGET-STATUS
006130             WHEN 4
006140                 OPEN OUTPUT TASK-WORK-LOG
006150                 MOVE RCV-TASKWLOG-STATUS TO RCV-TARGET-STATUS
006160         END-EVALUATE.
006170 3150-EXIT.
006180         EXIT.
006190
006200 3160-WRITE-TARGET.
006210         EVALUATE RCV-FILE-IDX
006220             WHEN 1
006230                 MOVE IMAGE-COPY-RECORD TO TASK-MASTER-RECORD
006240                 WRITE TASK-MASTER-RECORD
006250                 MOVE RCV-TASKMSTR-STATUS TO RCV-TARGET-STATUS
006260             WHEN 2
006270                 MOVE IMAGE-COPY-RECORD TO TASK-NOTES-RECORD
006280                 WRITE TASK-NOTES-RECORD
006290                 MOVE RCV-TASKNOTE-STATUS TO RCV-TARGET-STATUS
006300             WHEN 3
006310                 MOVE IMAGE-COPY-RECORD TO TASK-DEPS-RECORD
006320                 WRITE TASK-DEPS-RECORD
006330                 MOVE RCV-TASKDEP-STATUS TO RCV-TARGET-STATUS
006340             WHEN 4
006350                 MOVE IMAGE-COPY-RECORD TO TASK-WORK-LOG-RECORD
006360                 WRITE TASK-WORK-LOG-RECORD
006370                 MOVE RCV-TASKWLOG-STATUS TO RCV-TARGET-STATUS
006380         END-EVALUATE.
006390 3160-EXIT.
006400         EXIT.
006410
006420 3170-CLOSE-TARGET.
006430         EVALUATE RCV-FILE-IDX
006440             WHEN 1
006450                 CLOSE TASK-MASTER
006460             WHEN 2
006470                 CLOSE TASK-NOTES
006480             WHEN 3
006490                 CLOSE TASK-DEPS
006500             WHEN 4
006510                 CLOSE TASK-WORK-LOG
006520         END-EVALUATE.
006530 3170-EXIT.
006540         EXIT.
006550
006560*****************************************************************
006570*    4000-REPLAY-AUDIT - ROLL THE RELOADED FILES FORWARD.  THE   *
006580*    IMAGE WAS TAKEN UNDER TASKLOCK, SO EVERY CHANGE IT MISSED   *
006590*    IS STAMPED AT OR AFTER THE IMAGE STAMP; EARLIER RECORDS     *
006600*    ARE ALREADY IN THE IMAGE AND ARE PASSED OVER.               *
006610*****************************************************************
006620 4000-REPLAY-AUDIT.
006630         OPEN INPUT TASK-AUDIT.
006640         IF RCV-TASKAUD-NOTFOUND
006650             DISPLAY "TASKRCV: TASK-AUDIT not found - nothing "
006660                 "to replay."
006670             GO TO 4000-EXIT
006680         END-IF.
006690         IF NOT RCV-TASKAUD-OK
006700             DISPLAY "Unable to open TASK-AUDIT, status "
006710                 RCV-TASKAUD-STATUS
006720             ADD 1 TO RCV-ERROR-COUNT
006730             GO TO 4000-EXIT
006740         END-IF.
006750         OPEN I-O TASK-MASTER.
006760         OPEN I-O TASK-NOTES.
006770         OPEN I-O TASK-DEPS.
006780         OPEN I-O TASK-WORK-LOG.
006790         IF NOT RCV-TASKMSTR-OK OR NOT RCV-TASKNOTE-OK
006800             OR NOT RCV-TASKDEP-OK OR NOT RCV-TASKWLOG-OK
006810             DISPLAY "Unable to open the reloaded files, status "
006820                 RCV-TASKMSTR-STATUS " " RCV-TASKNOTE-STATUS " "
006830                 RCV-TASKDEP-STATUS " " RCV-TASKWLOG-STATUS
006840             ADD 1 TO RCV-ERROR-COUNT
006850         ELSE
006860             PERFORM 4100-REPLAY-ONE-AUDIT THRU 4100-EXIT
006870                 UNTIL RCV-TASKAUD-EOF
006880         END-IF.
006890         CLOSE TASK-MASTER.
006900         CLOSE TASK-NOTES.
006910         CLOSE TASK-DEPS.
006920         CLOSE TASK-WORK-LOG.
006930         CLOSE TASK-AUDIT.
006940 4000-EXIT.
006950         EXIT.
006960
006970 4100-REPLAY-ONE-AUDIT.
006980         READ TASK-AUDIT
006990             AT END
007000                 SET RCV-TASKAUD-EOF TO TRUE
007010                 GO TO 4100-EXIT
007020         END-READ.
007030         ADD 1 TO RCV-AUDIT-READ-COUNT.
007040         MOVE AU-AUDIT-DATE TO RCV-AUDIT-DATE.
007050         MOVE AU-AUDIT-TIME TO RCV-AUDIT-TIME.
007060         IF RCV-AUDIT-STAMP < RCV-IMAGE-STAMP
007070             ADD 1 TO RCV-BEFORE-IMAGE-COUNT
007080             GO TO 4100-EXIT
007090         END-IF.
007100         ADD 1 TO RCV-REPLAY-COUNT.
007110         MOVE SPACE TO RCV-OUTCOME.
007120         MOVE SPACES TO RCV-RESULT.
007130         EVALUATE TRUE
007140             WHEN AU-ACTION-ADD
007150             WHEN AU-ACTION-REOPEN
007160             WHEN AU-ACTION-RESTORE
007170                 PERFORM 4200-PUT-TASK-ROW THRU 4200-EXIT
007180             WHEN AU-ACTION-UPDATE
007190                 PERFORM 4300-UPDATE-TASK-FIELD THRU 4300-EXIT
007200             WHEN AU-ACTION-DELETE
007210                 SET RCV-CASCADE-PRED-SIDE TO TRUE
007220                 PERFORM 4400-REMOVE-TASK THRU 4400-EXIT
007230             WHEN AU-ACTION-ARCHIVE
007240                 MOVE "N" TO RCV-CASCADE-PRED-FLAG
007250                 PERFORM 4400-REMOVE-TASK THRU 4400-EXIT
007260             WHEN AU-ACTION-NOTE-ADD
007270                 PERFORM 4500-PUT-NOTE THRU 4500-EXIT
007280             WHEN AU-ACTION-LINK-ADD
007290                 PERFORM 4600-ADD-LINK THRU 4600-EXIT
007300             WHEN AU-ACTION-LINK-REMOVE
007310                 PERFORM 4650-REMOVE-LINK THRU 4650-EXIT
007320             WHEN AU-ACTION-WORK-LOG
007330                 PERFORM 4700-PUT-WORK-LOG THRU 4700-EXIT
007340             WHEN OTHER
007350                 SET RCV-SKIPPED TO TRUE
007360                 MOVE "UNKNOWN ACTION" TO RCV-RESULT
007370         END-EVALUATE.
007380         EVALUATE TRUE
007390             WHEN RCV-REAPPLIED
007400                 ADD 1 TO RCV-REAPPLIED-COUNT
007410             WHEN RCV-SKIPPED
007420                 ADD 1 TO RCV-SKIPPED-COUNT
007430             WHEN OTHER
007440                 ADD 1 TO RCV-FAILED-COUNT
007450         END-EVALUATE.
007460         PERFORM 4900-PRINT-CHANGE THRU 4900-EXIT.
007470 4100-EXIT.
007480         EXIT.
007490
007500*****************************************************************
007510*    4200-PUT-TASK-ROW - ADD, REOPEN AND RESTORE CARRY THE       *
007520*    WHOLE TASK-MASTER ROW AS IT STOOD AFTER THE CHANGE.  THE    *
007530*    ROW IS WRITTEN, OR REWRITTEN IF IT IS ALREADY ON FILE.      *
007540*****************************************************************
007550 4200-PUT-TASK-ROW.
007560         IF AU-RECORD-IMAGE = SPACES
007570             SET RCV-SKIPPED TO TRUE
007580             MOVE "SKIPPED - NO IMAGE" TO RCV-RESULT
007590             GO TO 4200-EXIT
007600         END-IF.
007610         MOVE AU-RECORD-IMAGE TO TASK-MASTER-RECORD.
007620         SET RCV-REAPPLIED TO TRUE.
007630         MOVE "REAPPLIED" TO RCV-RESULT.
007640         WRITE TASK-MASTER-RECORD
007650             INVALID KEY
007660                 REWRITE TASK-MASTER-RECORD
007670                     INVALID KEY
007680                         SET RCV-FAILED TO TRUE
007690                         STRING "FAILED, STATUS "
007700                             RCV-TASKMSTR-STATUS
007710                             DELIMITED BY SIZE INTO RCV-RESULT
007720                 END-REWRITE
007730         END-WRITE.
007740 4200-EXIT.
007750         EXIT.
007760
007770*****************************************************************
007780*    4300-UPDATE-TASK-FIELD - AU-NEW-VALUE HOLDS THE NEW VALUE   *
007790*    FROM COLUMN 1 IN THE FIELD'S OWN PICTURE.  AN UPDATE THAT   *
007800*    NAMES NO FIELD CANNOT BE REPLAYED.                          *
007810*****************************************************************
007820 4300-UPDATE-TASK-FIELD.
007830         IF AU-FIELD-NONE
007840             SET RCV-SKIPPED TO TRUE
007850             MOVE "SKIPPED - NO FIELD" TO RCV-RESULT
007860             GO TO 4300-EXIT
007870         END-IF.
007880         MOVE AU-TASK-ID TO TM-ID.
007890         READ TASK-MASTER
007900             INVALID KEY
007910                 SET RCV-SKIPPED TO TRUE
007920                 MOVE "TASK NOT ON FILE" TO RCV-RESULT
007930                 GO TO 4300-EXIT
007940         END-READ.
007950         EVALUATE TRUE
007960             WHEN AU-FIELD-STATUS
007970                 MOVE AU-NEW-VALUE(1:10) TO TM-STATUS
007980             WHEN AU-FIELD-NAME
007990                 MOVE AU-NEW-VALUE(1:50) TO TM-NAME
008000             WHEN AU-FIELD-PRIORITY
008010                 IF AU-NEW-VALUE(1:1) IS NOT NUMERIC
008020                     SET RCV-SKIPPED TO TRUE
008030                 ELSE
008040                     MOVE AU-NEW-VALUE(1:1) TO TM-PRIORITY
008050                 END-IF
008060             WHEN AU-FIELD-DUE-DATE
008070                 IF AU-NEW-VALUE(1:8) IS NOT NUMERIC
008080                     SET RCV-SKIPPED TO TRUE
008090                 ELSE
008100                     MOVE AU-NEW-VALUE(1:8) TO TM-DUE-DATE
008110                 END-IF
008120             WHEN AU-FIELD-OWNER
008130                 MOVE AU-NEW-VALUE(1:8) TO TM-OWNER
008140             WHEN AU-FIELD-CATEGORY
008150                 MOVE AU-NEW-VALUE(1:8) TO TM-CATEGORY
008160             WHEN OTHER
008170                 SET RCV-SKIPPED TO TRUE
008180         END-EVALUATE.
008190         IF RCV-SKIPPED
008200             MOVE "SKIPPED - BAD DATA" TO RCV-RESULT
008210             GO TO 4300-EXIT
008220         END-IF.
008230         SET RCV-REAPPLIED TO TRUE.
008240         MOVE "REAPPLIED" TO RCV-RESULT.
008250         REWRITE TASK-MASTER-RECORD
008260             INVALID KEY
008270                 SET RCV-FAILED TO TRUE
008280                 STRING "FAILED, STATUS " RCV-TASKMSTR-STATUS
008290                     DELIMITED BY SIZE INTO RCV-RESULT
008300         END-REWRITE.
008310 4300-EXIT.
008320         EXIT.
008330
008340*****************************************************************
008350*    4400-REMOVE-TASK - A DELETE OR ARCHIVE TAKES THE TASK'S     *
008360*    NOTES, WORK LOG AND THE LINKS IT WAITED ON WITH IT.  A      *
008370*    DELETE ALSO TAKES THE LINKS THAT WAITED ON IT, AS TODOLIST  *
008380*    DOES; TASKARC ONLY SWEEPS TASKS NOTHING OPEN WAITS ON.      *
008390*    THE CASCADE RUNS EVEN WHEN THE ROW IS ALREADY GONE.         *
008400*****************************************************************
008410 4400-REMOVE-TASK.
008420         MOVE AU-TASK-ID TO RCV-CASCADE-ID.
008430         MOVE AU-TASK-ID TO TM-ID.
008440         SET RCV-REAPPLIED TO TRUE.
008450         MOVE "REAPPLIED" TO RCV-RESULT.
008460         DELETE TASK-MASTER RECORD
008470             INVALID KEY
008480                 SET RCV-SKIPPED TO TRUE
008490                 MOVE "ALREADY REMOVED" TO RCV-RESULT
008500         END-DELETE.
008510         PERFORM 4410-REMOVE-TASK-NOTES THRU 4410-EXIT.
008520         PERFORM 4420-REMOVE-TASK-WLOG THRU 4420-EXIT.
008530         PERFORM 4430-REMOVE-TASK-LINKS THRU 4430-EXIT.
008540 4400-EXIT.
008550         EXIT.
008560
008570 4410-REMOVE-TASK-NOTES.
008580         MOVE "N" TO RCV-SCAN-DONE-FLAG.
008590         MOVE RCV-CASCADE-ID TO TN-TASK-ID.
008600         MOVE ZERO TO TN-NOTE-SEQ.
008610         START TASK-NOTES KEY NOT LESS THAN TN-NOTE-KEY
008620             INVALID KEY
008630                 SET RCV-SCAN-DONE TO TRUE
008640         END-START.
008650         PERFORM 4415-REMOVE-ONE-NOTE THRU 4415-EXIT
008660             UNTIL RCV-SCAN-DONE.
008670 4410-EXIT.
008680         EXIT.
008690
008700 4415-REMOVE-ONE-NOTE.
008710         READ TASK-NOTES NEXT RECORD
008720             AT END
008730                 SET RCV-SCAN-DONE TO TRUE
008740                 GO TO 4415-EXIT
008750         END-READ.
008760         IF TN-TASK-ID NOT = RCV-CASCADE-ID
008770             SET RCV-SCAN-DONE TO TRUE
008780             GO TO 4415-EXIT
008790         END-IF.
008800         DELETE TASK-NOTES RECORD
008810             INVALID KEY
008820                 DISPLAY "Unable to delete note " TN-NOTE-SEQ
008830                     " for task " TN-TASK-ID
008840                 SET RCV-SCAN-DONE TO TRUE
008850         END-DELETE.
008860 4415-EXIT.
008870         EXIT.
008880
008890 4420-REMOVE-TASK-WLOG.
008900         MOVE "N" TO RCV-SCAN-DONE-FLAG.
008910         MOVE RCV-CASCADE-ID TO WL-TASK-ID.
008920         MOVE ZERO TO WL-LOG-SEQ.
008930         START TASK-WORK-LOG KEY NOT LESS THAN WL-LOG-KEY
008940             INVALID KEY
008950                 SET RCV-SCAN-DONE TO TRUE
008960         END-START.
008970         PERFORM 4425-REMOVE-ONE-WLOG THRU 4425-EXIT
008980             UNTIL RCV-SCAN-DONE.
008990 4420-EXIT.
009000         EXIT.
009010
009020 4425-REMOVE-ONE-WLOG.
009030         READ TASK-WORK-LOG NEXT RECORD
009040             AT END
009050                 SET RCV-SCAN-DONE TO TRUE
009060                 GO TO 4425-EXIT
009070         END-READ.
009080         IF WL-TASK-ID NOT = RCV-CASCADE-ID
009090             SET RCV-SCAN-DONE TO TRUE
009100             GO TO 4425-EXIT
009110         END-IF.
009120         DELETE TASK-WORK-LOG RECORD
009130             INVALID KEY
009140                 DISPLAY "Unable to delete work log " WL-LOG-SEQ
009150                     " for task " WL-TASK-ID
009160                 SET RCV-SCAN-DONE TO TRUE
009170         END-DELETE.
009180 4425-EXIT.
009190         EXIT.
009200
009210 4430-REMOVE-TASK-LINKS.
009220         MOVE "N" TO RCV-SCAN-DONE-FLAG.
009230         MOVE ZERO TO TD-SUCC-ID.
009240         MOVE ZERO TO TD-PRED-ID.
009250         START TASK-DEPS KEY NOT LESS THAN TD-DEP-KEY
009260             INVALID KEY
009270                 SET RCV-SCAN-DONE TO TRUE
009280         END-START.
009290         PERFORM 4435-REMOVE-ONE-LINK THRU 4435-EXIT
009300             UNTIL RCV-SCAN-DONE.
009310 4430-EXIT.
009320         EXIT.
009330
009340 4435-REMOVE-ONE-LINK.
009350         READ TASK-DEPS NEXT RECORD
009360             AT END
009370                 SET RCV-SCAN-DONE TO TRUE
009380                 GO TO 4435-EXIT
009390         END-READ.
009400         IF TD-SUCC-ID = RCV-CASCADE-ID
009410             OR (RCV-CASCADE-PRED-SIDE
009420                 AND TD-PRED-ID = RCV-CASCADE-ID)
009430             DELETE TASK-DEPS RECORD
009440                 INVALID KEY
009450                     DISPLAY "Unable to delete link "
009460                         TD-SUCC-ID "/" TD-PRED-ID
009470                     SET RCV-SCAN-DONE TO TRUE
009480             END-DELETE
009490         END-IF.
009500 4435-EXIT.
009510         EXIT.
009520
009530*****************************************************************
009540*    4500-PUT-NOTE - THE TASKNOTE RECORD AS WRITTEN              *
009550*****************************************************************
009560 4500-PUT-NOTE.
009570         IF AU-RECORD-IMAGE = SPACES
009580             SET RCV-SKIPPED TO TRUE
009590             MOVE "SKIPPED - NO IMAGE" TO RCV-RESULT
009600             GO TO 4500-EXIT
009610         END-IF.
009620         MOVE AU-RECORD-IMAGE TO TASK-NOTES-RECORD.
009630         SET RCV-REAPPLIED TO TRUE.
009640         MOVE "REAPPLIED" TO RCV-RESULT.
009650         WRITE TASK-NOTES-RECORD
009660             INVALID KEY
009670                 REWRITE TASK-NOTES-RECORD
009680                     INVALID KEY
009690                         SET RCV-FAILED TO TRUE
009700                         STRING "FAILED, STATUS "
009710                             RCV-TASKNOTE-STATUS
009720                             DELIMITED BY SIZE INTO RCV-RESULT
009730                 END-REWRITE
009740         END-WRITE.
009750 4500-EXIT.
009760         EXIT.
009770
009780*****************************************************************
009790*    4600-ADD-LINK / 4650-REMOVE-LINK - THE TASKDEP RECORD       *
009800*    ADDED OR REMOVED.  A LINK ALREADY IN THE STATE THE AUDIT    *
009810*    RECORD LEFT IT IN IS PASSED OVER.                           *
009820*****************************************************************
009830 4600-ADD-LINK.
009840         IF AU-RECORD-IMAGE = SPACES
009850             SET RCV-SKIPPED TO TRUE
009860             MOVE "SKIPPED - NO IMAGE" TO RCV-RESULT
009870             GO TO 4600-EXIT
009880         END-IF.
009890         MOVE AU-RECORD-IMAGE TO TASK-DEPS-RECORD.
009900         SET RCV-REAPPLIED TO TRUE.
009910         MOVE "REAPPLIED" TO RCV-RESULT.
009920         WRITE TASK-DEPS-RECORD
009930             INVALID KEY
009940                 SET RCV-SKIPPED TO TRUE
009950                 MOVE "ALREADY PRESENT" TO RCV-RESULT
009960         END-WRITE.
009970 4600-EXIT.
009980         EXIT.
009990
010000 4650-REMOVE-LINK.
010010         IF AU-RECORD-IMAGE = SPACES
010020             SET RCV-SKIPPED TO TRUE
010030             MOVE "SKIPPED - NO IMAGE" TO RCV-RESULT
010040             GO TO 4650-EXIT
010050         END-IF.
010060         MOVE AU-RECORD-IMAGE TO TASK-DEPS-RECORD.
010070         SET RCV-REAPPLIED TO TRUE.
010080         MOVE "REAPPLIED" TO RCV-RESULT.
010090         DELETE TASK-DEPS RECORD
010100             INVALID KEY
010110                 SET RCV-SKIPPED TO TRUE
010120                 MOVE "ALREADY REMOVED" TO RCV-RESULT
010130         END-DELETE.
010140 4650-EXIT.
010150         EXIT.
010160
010170*****************************************************************
010180*    4700-PUT-WORK-LOG - THE TASKWLOG RECORD AS WRITTEN OR AS    *
010190*    LAST REWRITTEN; A STOP REWRITES THE INTERVAL ITS START      *
010200*    OPENED                                                      *
010210*****************************************************************
010220 4700-PUT-WORK-LOG.
010230         IF AU-RECORD-IMAGE = SPACES
010240             SET RCV-SKIPPED TO TRUE
010250             MOVE "SKIPPED - NO IMAGE" TO RCV-RESULT
010260             GO TO 4700-EXIT
010270         END-IF.
010280         MOVE AU-RECORD-IMAGE TO TASK-WORK-LOG-RECORD.
010290         SET RCV-REAPPLIED TO TRUE.
010300         MOVE "REAPPLIED" TO RCV-RESULT.
010310         WRITE TASK-WORK-LOG-RECORD
010320             INVALID KEY
010330                 REWRITE TASK-WORK-LOG-RECORD
010340                     INVALID KEY
010350                         SET RCV-FAILED TO TRUE
010360                         STRING "FAILED, STATUS "
010370                             RCV-TASKWLOG-STATUS
010380                             DELIMITED BY SIZE INTO RCV-RESULT
010390                 END-REWRITE
010400         END-WRITE.
010410 4700-EXIT.
010420         EXIT.
010430
010440*****************************************************************
010450*    4900-PRINT-CHANGE - ONE REPORT LINE PER CHANGE REPLAYED     *
010460*****************************************************************
010470 4900-PRINT-CHANGE.
010480         EVALUATE TRUE
010490             WHEN AU-ACTION-ADD
010500                 MOVE "ADD" TO RCV-ACTION-WORD
010510             WHEN AU-ACTION-UPDATE
010520                 MOVE "UPDATE" TO RCV-ACTION-WORD
010530             WHEN AU-ACTION-DELETE
010540                 MOVE "DELETE" TO RCV-ACTION-WORD
010550             WHEN AU-ACTION-ARCHIVE
010560                 MOVE "ARCHIVE" TO RCV-ACTION-WORD
010570             WHEN AU-ACTION-REOPEN
010580                 MOVE "REOPEN" TO RCV-ACTION-WORD
010590             WHEN AU-ACTION-RESTORE
010600                 MOVE "RESTORE" TO RCV-ACTION-WORD
010610             WHEN AU-ACTION-NOTE-ADD
010620                 MOVE "NOTE ADD" TO RCV-ACTION-WORD
010630             WHEN AU-ACTION-LINK-ADD
010640                 MOVE "LINK ADD" TO RCV-ACTION-WORD
010650             WHEN AU-ACTION-LINK-REMOVE
010660                 MOVE "LINK DEL" TO RCV-ACTION-WORD
010670             WHEN AU-ACTION-WORK-LOG
010680                 MOVE "WORK LOG" TO RCV-ACTION-WORD
010690             WHEN OTHER
010700                 MOVE SPACES TO RCV-ACTION-WORD
010710                 MOVE AU-ACTION-CODE TO RCV-ACTION-WORD
010720         END-EVALUATE.
010730         MOVE AU-AUDIT-DATE TO RCV-CHG-DATE.
010740         MOVE AU-AUDIT-TIME TO RCV-CHG-TIME.
010750         MOVE AU-OPERATOR-ID TO RCV-CHG-OPERATOR.
010760         MOVE AU-TASK-ID TO RCV-CHG-TASK-ID.
010770         MOVE RCV-ACTION-WORD TO RCV-CHG-ACTION.
010780         MOVE AU-FIELD-ID TO RCV-CHG-FIELD.
010790         MOVE AU-OLD-VALUE(1:30) TO RCV-CHG-OLD-VALUE.
010800         MOVE AU-NEW-VALUE(1:30) TO RCV-CHG-NEW-VALUE.
010810         MOVE RCV-RESULT TO RCV-CHG-RESULT.
010820         MOVE RCV-CHANGE-LINE TO RCV-PRINT-LINE.
010830         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010840 4900-EXIT.
010850         EXIT.
010860
010870*****************************************************************
010880*    5000-WRITE-CHECKPOINT - COUNT THE RECOVERED TASK-MASTER AND *
010890*    REWRITE TASKCKPT FROM IT, KEEPING THE HIGHER OF THE OLD     *
010900*    LAST-ISSUED TASK-ID AND THE HIGHEST ID NOW ON FILE, SO NO   *
010910*    ID IS EVER ISSUED TWICE                                     *
010920*****************************************************************
010930 5000-WRITE-CHECKPOINT.
010940         OPEN INPUT TASK-CHECKPOINT.
010950         IF RCV-TASKCKPT-OK
010960             READ TASK-CHECKPOINT
010970                 AT END
010980                     CONTINUE
010990                 NOT AT END
011000                     MOVE CK-LAST-TASK-ID TO RCV-HIGH-TASK-ID
011010             END-READ
011020             CLOSE TASK-CHECKPOINT
011030         END-IF.
011040         MOVE ZERO TO RCV-TASK-COUNT.
011050         OPEN INPUT TASK-MASTER.
011060         IF NOT RCV-TASKMSTR-OK
011070             DISPLAY "Unable to open TASK-MASTER, status "
011080                 RCV-TASKMSTR-STATUS " - TASKCKPT not rewritten."
011090             ADD 1 TO RCV-ERROR-COUNT
011100             GO TO 5000-EXIT
011110         END-IF.
011120         PERFORM 5100-COUNT-ONE-TASK THRU 5100-EXIT
011130             UNTIL RCV-TASKMSTR-EOF.
011140         CLOSE TASK-MASTER.
011150         MOVE FUNCTION CURRENT-DATE TO RCV-CURRENT-DATE-TIME.
011160         OPEN OUTPUT TASK-CHECKPOINT.
011170         IF NOT RCV-TASKCKPT-OK
011180             DISPLAY "Unable to write TASK-CHECKPOINT, status "
011190                 RCV-TASKCKPT-STATUS
011200             ADD 1 TO RCV-ERROR-COUNT
011210             GO TO 5000-EXIT
011220         END-IF.
011230         MOVE RCV-TASK-COUNT TO CK-LAST-TASK-COUNT.
011240         MOVE RCV-HIGH-TASK-ID TO CK-LAST-TASK-ID.
011250         MOVE RCV-CURRENT-DATE TO CK-CHECKPOINT-DATE.
011260         MOVE RCV-CURRENT-TIME TO CK-CHECKPOINT-TIME.
011270         WRITE TASK-CHECKPOINT-RECORD.
011280         CLOSE TASK-CHECKPOINT.
011290         DISPLAY "TASKRCV: TASK-MASTER recovered with "
011300             RCV-TASK-COUNT " task(s).".
011310 5000-EXIT.
011320         EXIT.
011330
011340 5100-COUNT-ONE-TASK.
011350         READ TASK-MASTER NEXT RECORD
011360             AT END
011370                 SET RCV-TASKMSTR-EOF TO TRUE
011380             NOT AT END
011390                 ADD 1 TO RCV-TASK-COUNT
011400                 IF TM-ID > RCV-HIGH-TASK-ID
011410                     MOVE TM-ID TO RCV-HIGH-TASK-ID
011420                 END-IF
011430         END-READ.
011440 5100-EXIT.
011450         EXIT.
011460
011470*****************************************************************
011480*    7000-OPEN-IMAGE - OPEN <FILE>.I<CCYYMMDD> FOR THE FILE IN   *
011490*    HAND AND THE IMAGE DATE ON IMGCTL                           *
011500*****************************************************************
011510 7000-OPEN-IMAGE.
011520         MOVE ZERO TO RCV-RECORD-COUNT.
011530         MOVE "N" TO RCV-FILE-ERROR-FLAG.
011540         MOVE SPACES TO RCV-IMAGE-NAME.
011550         STRING RCV-FILE-BASE(RCV-FILE-IDX) DELIMITED BY SPACE
011560             ".I" DELIMITED BY SIZE
011570             RCV-IMAGE-DATE DELIMITED BY SIZE
011580             INTO RCV-IMAGE-NAME.
011590         OPEN INPUT IMAGE-COPY.
011600         IF RCV-IMAGE-NOTFOUND
011610             DISPLAY "TASKRCV: image file " RCV-IMAGE-NAME
011620                 " not found."
011630             SET RCV-FILE-IN-ERROR TO TRUE
011640             GO TO 7000-EXIT
011650         END-IF.
011660         IF NOT RCV-IMAGE-OK
011670             DISPLAY "Unable to open image file "
011680                 RCV-IMAGE-NAME ", status " RCV-IMAGE-STATUS
011690             SET RCV-FILE-IN-ERROR TO TRUE
011700         END-IF.
011710 7000-EXIT.
011720         EXIT.
011730
011740*****************************************************************
011750*    9000-OPEN-PRINT-FILE                                       *
011760*****************************************************************
011770 9000-OPEN-PRINT-FILE.
011780         OPEN OUTPUT REPORT-PRINT.
011790         IF RCV-PRINT-OK
011800             SET RCV-PRINT-FILE-OPEN TO TRUE
011810             MOVE 999 TO RCV-PRINT-LINE-COUNT
011820             MOVE ZERO TO RCV-PRINT-PAGE-COUNT
011830         ELSE
011840             DISPLAY "Unable to open REPORT-PRINT, status "
011850                 RCV-PRINT-STATUS
011860         END-IF.
011870 9000-EXIT.
011880         EXIT.
011890
011900*****************************************************************
011910*    9100-PRINT-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW  *
011920*    PAGE WITH REPEATED HEADINGS EVERY RCV-PRINT-PAGE-LIMIT      *
011930*    LINES                                                       *
011940*****************************************************************
011950 9100-PRINT-LINE.
011960         IF NOT RCV-PRINT-FILE-OPEN
011970             GO TO 9100-EXIT
011980         END-IF.
011990         IF RCV-PRINT-LINE-COUNT NOT < RCV-PRINT-PAGE-LIMIT
012000             PERFORM 9200-PRINT-HEADINGS THRU 9200-EXIT
012010         END-IF.
012020         MOVE RCV-PRINT-LINE TO REPORT-PRINT-RECORD.
012030         WRITE REPORT-PRINT-RECORD.
012040         ADD 1 TO RCV-PRINT-LINE-COUNT.
012050         MOVE SPACES TO RCV-PRINT-LINE.
012060 9100-EXIT.
012070         EXIT.
012080
012090 9200-PRINT-HEADINGS.
012100         ADD 1 TO RCV-PRINT-PAGE-COUNT.
012110         MOVE RCV-CURRENT-DATE TO RCV-HDG-DATE.
012120         MOVE RCV-CURRENT-TIME TO RCV-HDG-TIME.
012130         MOVE RCV-PRINT-PAGE-COUNT TO RCV-HDG-PAGE.
012140         MOVE RCV-IMAGE-DATE TO RCV-HDG-IMAGE-DATE.
012150         MOVE RCV-IMAGE-TIME TO RCV-HDG-IMAGE-TIME.
012160         MOVE RCV-FILE-EXPECTED(1) TO RCV-HDG-TASKMSTR.
012170         MOVE RCV-FILE-EXPECTED(2) TO RCV-HDG-TASKNOTE.
012180         MOVE RCV-FILE-EXPECTED(3) TO RCV-HDG-TASKDEP.
012190         MOVE RCV-FILE-EXPECTED(4) TO RCV-HDG-TASKWLOG.
012200         MOVE RCV-HEADING-1 TO REPORT-PRINT-RECORD.
012210         WRITE REPORT-PRINT-RECORD.
012220         MOVE SPACES TO REPORT-PRINT-RECORD.
012230         WRITE REPORT-PRINT-RECORD.
012240         MOVE RCV-HEADING-2 TO REPORT-PRINT-RECORD.
012250         WRITE REPORT-PRINT-RECORD.
012260         MOVE SPACES TO REPORT-PRINT-RECORD.
012270         WRITE REPORT-PRINT-RECORD.
012280         MOVE 4 TO RCV-PRINT-LINE-COUNT.
012290 9200-EXIT.
012300         EXIT.
012310
012320 9300-CLOSE-PRINT-FILE.
012330         IF NOT RCV-PRINT-FILE-OPEN
012340             GO TO 9300-EXIT
012350         END-IF.
012360         MOVE SPACES TO RCV-PRINT-LINE.
012370         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
012380         MOVE RCV-REPLAY-COUNT TO RCV-END-REPLAYED.
012390         MOVE RCV-REAPPLIED-COUNT TO RCV-END-REAPPLIED.
012400         MOVE RCV-SKIPPED-COUNT TO RCV-END-SKIPPED.
012410         MOVE RCV-FAILED-COUNT TO RCV-END-FAILED.
012420         MOVE RCV-END-LINE TO RCV-PRINT-LINE.
012430         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
012440         CLOSE REPORT-PRINT.
012450 9300-EXIT.
012460         EXIT.
012470
012480 END PROGRAM TASKRCV.
