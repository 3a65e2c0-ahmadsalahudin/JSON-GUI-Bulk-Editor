000010*****************************************************************
000020*PROGRAM-ID.  TASKIMG                                       *
000030*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000040*    INSTALLATION. SHIFT OPERATIONS                             *
000050*    DATE-WRITTEN. 2026-10-15                                   *
000060*    DATE-COMPILED.                                              *
000070*                                                                *
000080*    NIGHTLY IMAGE-COPY STEP.  RUN LAST IN THE NIGHTRUN STREAM, *
000090*    AFTER TASKPRG, SO THE IMAGE HOLDS THE FILES AS THE NIGHT'S *
000100*    UPDATES LEFT THEM.  UNLOADS EACH KEYED TASK FILE -         *
000110*    TASKMSTR, TASKNOTE, TASKDEP AND TASKWLOG - IN KEY ORDER    *
000120*    TO A DATED IMAGE FILE NAMED <FILE>.I<CCYYMMDD> (E.G.       *
000130*    TASKMSTR.I20261015), THEN RECORDS THE IMAGE DATE, TIME     *
000140*    AND THE RECORD COUNT OF EACH FILE ON THE IMGCTL CONTROL    *
000150*    FILE.  A KEYED FILE NOT YET CREATED GIVES AN EMPTY IMAGE.  *
000160*    THE TASKLOCK BUSY-LOCK IS HELD FOR THE WHOLE COPY, SO NO   *
000170*    SESSION CAN UPDATE A FILE BETWEEN ITS IMAGE AND THE        *
000180*    STAMP TASKRCV REPLAYS TASK-AUDIT FROM.  THE CONTROL        *
000190*    RECORD IS ONLY MARKED COMPLETE WHEN ALL FOUR IMAGES WERE   *
000200*    WRITTEN; OTHERWISE THE RUN ENDS WITH RETURN-CODE 8 AND     *
000210*    THE PREVIOUS COMPLETE IMAGE STAYS THE ONE TO RECOVER FROM. *
000220*-----------------------------------------------------------------
000230*    MODIFICATION HISTORY                                       *
000240*    2026-10-15  DPO  ORIGINAL PROGRAM.                         *
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. TASKIMG.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320         SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000330             ORGANIZATION IS INDEXED
000340             ACCESS MODE IS SEQUENTIAL
000350             RECORD KEY IS TM-ID
000360             ALTERNATE RECORD KEY IS TM-EXT-REF
000370                 WITH DUPLICATES
000380             FILE STATUS IS IMG-TASKMSTR-STATUS.
000390         SELECT TASK-NOTES ASSIGN TO "TASKNOTE"
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS SEQUENTIAL
000420             RECORD KEY IS TN-NOTE-KEY
000430             FILE STATUS IS IMG-TASKNOTE-STATUS.
000440         SELECT TASK-DEPS ASSIGN TO "TASKDEP"
000450             ORGANIZATION IS INDEXED
000460             ACCESS MODE IS SEQUENTIAL
000470             RECORD KEY IS TD-DEP-KEY
000480             FILE STATUS IS IMG-TASKDEP-STATUS.
000490         SELECT TASK-WORK-LOG ASSIGN TO "TASKWLOG"
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS SEQUENTIAL
000520             RECORD KEY IS WL-LOG-KEY
000530             FILE STATUS IS IMG-TASKWLOG-STATUS.
000540         SELECT IMAGE-COPY ASSIGN USING IMG-IMAGE-NAME
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS IMG-IMAGE-STATUS.
000570         SELECT IMAGE-CONTROL ASSIGN TO "IMGCTL"
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS IMG-IMGCTL-STATUS.
000600         SELECT TASK-LOCK ASSIGN TO "TASKLOCK"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS IMG-TASKLOCK-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  TASK-MASTER.
000670 01  TASK-MASTER-RECORD.
000680         COPY TASKMSTR.
000690
000700 FD  TASK-NOTES.
000710 01  TASK-NOTES-RECORD.
000720         COPY TASKNOTE.
000730
000740 FD  TASK-DEPS.
000750 01  TASK-DEPS-RECORD.
000760         COPY TASKDEP.
000770
000780 FD  TASK-WORK-LOG.
000790 01  TASK-WORK-LOG-RECORD.
000800         COPY TASKWLOG.
000810
000820*    ---------------------------------------------------------
000830*    ONE IMAGE RECORD PER KEYED RECORD, AS IT STANDS ON THE
000840*    FILE.  WIDE ENOUGH FOR THE LONGEST, THE TASK-MASTER ROW.
000850*    ---------------------------------------------------------
000860 FD  IMAGE-COPY.
000870 01  IMAGE-COPY-RECORD           PIC X(112).
000880
000890 FD  IMAGE-CONTROL.
000900 01  IMAGE-CONTROL-RECORD.
000910         COPY IMGCTL.
000920
000930 FD  TASK-LOCK.
000940 01  TASK-LOCK-RECORD.
000950         COPY TASKLOCK.
000960
000970 WORKING-STORAGE SECTION.
000980*    ---------------------------------------------------------
000990*    FILE STATUS SWITCHES
001000*    ---------------------------------------------------------
001010 01  IMG-FILE-STATUSES.
001020         05  IMG-TASKMSTR-STATUS     PIC X(02) VALUE "00".
001030             88  IMG-TASKMSTR-OK     VALUE "00".
001040             88  IMG-TASKMSTR-EOF    VALUE "10".
001050             88  IMG-TASKMSTR-NOTFOUND
001060                 VALUES "35" "05".
001070         05  IMG-TASKNOTE-STATUS     PIC X(02) VALUE "00".
001080             88  IMG-TASKNOTE-OK     VALUE "00".
001090             88  IMG-TASKNOTE-EOF    VALUE "10".
001100             88  IMG-TASKNOTE-NOTFOUND
001110                 VALUES "35" "05".
001120         05  IMG-TASKDEP-STATUS      PIC X(02) VALUE "00".
001130             88  IMG-TASKDEP-OK      VALUE "00".
001140             88  IMG-TASKDEP-EOF     VALUE "10".
001150             88  IMG-TASKDEP-NOTFOUND
001160                 VALUES "35" "05".
001170         05  IMG-TASKWLOG-STATUS     PIC X(02) VALUE "00".
001180             88  IMG-TASKWLOG-OK     VALUE "00".
001190             88  IMG-TASKWLOG-EOF    VALUE "10".
001200             88  IMG-TASKWLOG-NOTFOUND
001210                 VALUES "35" "05".
001220         05  IMG-IMAGE-STATUS        PIC X(02) VALUE "00".
001230             88  IMG-IMAGE-OK        VALUE "00".
001240         05  IMG-IMGCTL-STATUS       PIC X(02) VALUE "00".
001250             88  IMG-IMGCTL-OK       VALUE "00".
001260             88  IMG-IMGCTL-NOTFOUND
001270                 VALUES "35" "05".
001280         05  IMG-TASKLOCK-STATUS     PIC X(02) VALUE "00".
001290             88  IMG-TASKLOCK-OK     VALUE "00".
001300             88  IMG-TASKLOCK-EOF    VALUE "10".
001310             88  IMG-TASKLOCK-NOTFOUND
001320                 VALUES "35" "05".
001330*    ---------------------------------------------------------
001340*    RUN STAMP, IMAGE FILE NAME AND RECORD COUNTS
001350*    ---------------------------------------------------------
001360 01  IMG-CURRENT-DATE-TIME.
001370         05  IMG-CURRENT-DATE        PIC 9(08).
001380         05  IMG-CURRENT-TIME        PIC 9(06).
001390         05  FILLER                  PIC X(09).
001400 01  IMG-RUN-DATE                PIC 9(08) VALUE ZERO.
001410 01  IMG-RUN-TIME                PIC 9(06) VALUE ZERO.
001420 01  IMG-FILE-BASE               PIC X(08) VALUE SPACES.
001430 01  IMG-IMAGE-NAME              PIC X(20) VALUE SPACES.
001440 01  IMG-RECORD-COUNT            PIC 9(07) VALUE ZERO.
001450 01  IMG-TASKMSTR-COUNT          PIC 9(07) VALUE ZERO.
001460 01  IMG-TASKNOTE-COUNT          PIC 9(07) VALUE ZERO.
001470 01  IMG-TASKDEP-COUNT           PIC 9(07) VALUE ZERO.
001480 01  IMG-TASKWLOG-COUNT          PIC 9(07) VALUE ZERO.
001490 01  IMG-ERROR-COUNT             PIC 9(03) VALUE ZERO.
001500 01  IMG-IMAGE-OPEN-FLAG         PIC X(01) VALUE "N".
001510         88  IMG-IMAGE-IS-OPEN       VALUE "Y".
001520 01  IMG-FILE-ERROR-FLAG         PIC X(01) VALUE "N".
001530         88  IMG-FILE-IN-ERROR       VALUE "Y".
001540 01  IMG-JOB-ID                  PIC X(08) VALUE "TASKIMG".
001550 01  IMG-LOCK-HELD-FLAG          PIC X(01) VALUE "N".
001560         88  IMG-LOCK-HELD           VALUE "Y".
001570
001580 PROCEDURE DIVISION.
001590*****************************************************************
001600*    0000-MAINLINE                                              *
001610*****************************************************************
001620 0000-MAINLINE.
001630         PERFORM 0100-ACQUIRE-UPDATE-LOCK THRU 0100-EXIT.
001640         IF NOT IMG-LOCK-HELD
001650             MOVE 8 TO RETURN-CODE
001660             GOBACK
001670         END-IF.
001680         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690         PERFORM 2000-IMAGE-TASK-MASTER THRU 2000-EXIT.
001700         PERFORM 3000-IMAGE-TASK-NOTES THRU 3000-EXIT.
001710         PERFORM 4000-IMAGE-TASK-DEPS THRU 4000-EXIT.
001720         PERFORM 5000-IMAGE-TASK-WLOG THRU 5000-EXIT.
001730         IF IMG-ERROR-COUNT = ZERO
001740             PERFORM 6000-WRITE-IMAGE-CONTROL THRU 6000-EXIT
001750         END-IF.
001760         PERFORM 0200-RELEASE-UPDATE-LOCK THRU 0200-EXIT.
001770         IF IMG-ERROR-COUNT > ZERO
001780             DISPLAY "TASKIMG: " IMG-ERROR-COUNT
001790                 " file(s) not imaged - IMGCTL not updated."
001800             MOVE 8 TO RETURN-CODE
001810         ELSE
001820             DISPLAY "TASKIMG: image copy " IMG-RUN-DATE " "
001830                 IMG-RUN-TIME " complete."
001840         END-IF.
001850         GOBACK.
001860
001870*****************************************************************
001880*    0100-ACQUIRE-UPDATE-LOCK - THE SAME TASKLOCK BUSY-LOCK      *
001890*    EVERY TASK-MASTER WRITER TAKES, SO THE FILES CANNOT MOVE    *
001900*    UNDER THE COPY.  AN EMPTY OR MISSING FILE MEANS THE LOCK    *
001910*    IS FREE; A BATCH RUN NEVER OVERRIDES A HELD LOCK.           *
001920*****************************************************************
001930 0100-ACQUIRE-UPDATE-LOCK.
001940         OPEN INPUT TASK-LOCK.
001950         IF IMG-TASKLOCK-NOTFOUND
001960             PERFORM 0150-WRITE-LOCK THRU 0150-EXIT
001970             GO TO 0100-EXIT
001980         END-IF.
001990         IF NOT IMG-TASKLOCK-OK
002000             DISPLAY "Unable to open TASK-LOCK, status "
002010                 IMG-TASKLOCK-STATUS
002020             GO TO 0100-EXIT
002030         END-IF.
002040         READ TASK-LOCK
002050             AT END
002060                 CLOSE TASK-LOCK
002070                 PERFORM 0150-WRITE-LOCK THRU 0150-EXIT
002080                 GO TO 0100-EXIT
002090         END-READ.
002100         CLOSE TASK-LOCK.
002110         DISPLAY "TASKIMG: task files are in use by "
002120             LK-HOLDER-ID " since " LK-LOCK-DATE " "
002130             LK-LOCK-TIME " - run again when the lock is free.".
002140 0100-EXIT.
002150         EXIT.
002160
002170 0150-WRITE-LOCK.
002180         MOVE FUNCTION CURRENT-DATE TO IMG-CURRENT-DATE-TIME.
002190         OPEN OUTPUT TASK-LOCK.
002200         IF NOT IMG-TASKLOCK-OK
002210             DISPLAY "Unable to write TASK-LOCK, status "
002220                 IMG-TASKLOCK-STATUS
002230             GO TO 0150-EXIT
002240         END-IF.
002250         MOVE IMG-JOB-ID TO LK-HOLDER-ID.
002260         MOVE IMG-CURRENT-DATE TO LK-LOCK-DATE.
002270         MOVE IMG-CURRENT-TIME TO LK-LOCK-TIME.
002280         WRITE TASK-LOCK-RECORD.
002290         CLOSE TASK-LOCK.
002300         SET IMG-LOCK-HELD TO TRUE.
002310 0150-EXIT.
002320         EXIT.
002330
002340*****************************************************************
002350*    0200-RELEASE-UPDATE-LOCK - TRUNCATE THE LOCK FILE; EMPTY    *
002360*    MEANS FREE                                                  *
002370*****************************************************************
002380 0200-RELEASE-UPDATE-LOCK.
002390         OPEN OUTPUT TASK-LOCK.
002400         IF IMG-TASKLOCK-OK
002410             CLOSE TASK-LOCK
002420             MOVE "N" TO IMG-LOCK-HELD-FLAG
002430         ELSE
002440             DISPLAY "Unable to release TASK-LOCK, status "
002450                 IMG-TASKLOCK-STATUS
002460         END-IF.
002470 0200-EXIT.
002480         EXIT.
002490
002500*****************************************************************
002510*    1000-INITIALIZE - STAMP THE RUN.  THE STAMP IS TAKEN WITH   *
002520*    THE LOCK ALREADY HELD, SO EVERY TASK-AUDIT RECORD FOR A     *
002530*    CHANGE MISSING FROM THE IMAGE IS STAMPED AT OR AFTER IT.    *
002540*****************************************************************
002550 1000-INITIALIZE.
002560         MOVE FUNCTION CURRENT-DATE TO IMG-CURRENT-DATE-TIME.
002570         MOVE IMG-CURRENT-DATE TO IMG-RUN-DATE.
002580         MOVE IMG-CURRENT-TIME TO IMG-RUN-TIME.
002590         PERFORM 1100-CHECK-SAME-DAY-IMAGE THRU 1100-EXIT.
002600 1000-EXIT.
002610         EXIT.
002620
002630*****************************************************************
002640*    1100-CHECK-SAME-DAY-IMAGE - A RERUN ON THE DAY OF THE LAST  *
002650*    COMPLETE IMAGE OVERWRITES THOSE IMAGE FILES, SO THE         *
002660*    CONTROL RECORD IS MARKED IN PROGRESS UNTIL THE NEW COPY     *
002670*    IS COMPLETE.  TASKRCV WILL NOT RELOAD FROM IT MEANWHILE.    *
002680*****************************************************************
002690 1100-CHECK-SAME-DAY-IMAGE.
002700         OPEN INPUT IMAGE-CONTROL.
002710         IF IMG-IMGCTL-NOTFOUND
002720             GO TO 1100-EXIT
002730         END-IF.
002740         IF NOT IMG-IMGCTL-OK
002750             DISPLAY "Unable to open IMAGE-CONTROL, status "
002760                 IMG-IMGCTL-STATUS
002770             GO TO 1100-EXIT
002780         END-IF.
002790         READ IMAGE-CONTROL
002800             AT END
002810                 CLOSE IMAGE-CONTROL
002820                 GO TO 1100-EXIT
002830         END-READ.
002840         CLOSE IMAGE-CONTROL.
002850         IF IC-IMAGE-DATE NOT = IMG-RUN-DATE
002860             GO TO 1100-EXIT
002870         END-IF.
002880         SET IC-IMAGE-IN-PROGRESS TO TRUE.
002890         OPEN OUTPUT IMAGE-CONTROL.
002900         IF NOT IMG-IMGCTL-OK
002910             DISPLAY "Unable to rewrite IMAGE-CONTROL, status "
002920                 IMG-IMGCTL-STATUS
002930             GO TO 1100-EXIT
002940         END-IF.
002950         WRITE IMAGE-CONTROL-RECORD.
002960         CLOSE IMAGE-CONTROL.
002970 1100-EXIT.
002980         EXIT.
002990
003000*****************************************************************
003010*    2000-IMAGE-TASK-MASTER                                     *
003020*****************************************************************
003030 2000-IMAGE-TASK-MASTER.
003040         MOVE "TASKMSTR" TO IMG-FILE-BASE.
003050         OPEN INPUT TASK-MASTER.
003060         IF IMG-TASKMSTR-NOTFOUND
003070             SET IMG-TASKMSTR-EOF TO TRUE
003080         ELSE
003090             IF NOT IMG-TASKMSTR-OK
003100                 DISPLAY "Unable to open TASK-MASTER, status "
003110                     IMG-TASKMSTR-STATUS
003120                 ADD 1 TO IMG-ERROR-COUNT
003130                 GO TO 2000-EXIT
003140             END-IF
003150         END-IF.
003160         PERFORM 7000-OPEN-IMAGE THRU 7000-EXIT.
003170         IF IMG-IMAGE-IS-OPEN
003180             PERFORM 2100-COPY-ONE-TASK THRU 2100-EXIT
003190                 UNTIL IMG-TASKMSTR-EOF OR IMG-FILE-IN-ERROR
003200         END-IF.
003210         IF NOT IMG-TASKMSTR-NOTFOUND
003220             CLOSE TASK-MASTER
003230         END-IF.
003240         PERFORM 7200-CLOSE-IMAGE THRU 7200-EXIT.
003250         MOVE IMG-RECORD-COUNT TO IMG-TASKMSTR-COUNT.
003260 2000-EXIT.
003270         EXIT.
003280
003290 2100-COPY-ONE-TASK.
003300         READ TASK-MASTER NEXT RECORD
003310             AT END
003320                 SET IMG-TASKMSTR-EOF TO TRUE
003330             NOT AT END
003340                 MOVE TASK-MASTER-RECORD TO IMAGE-COPY-RECORD
003350                 PERFORM 7100-WRITE-IMAGE THRU 7100-EXIT
003360         END-READ.
003370 2100-EXIT.
003380         EXIT.
003390
003400*****************************************************************
003410*    3000-IMAGE-TASK-NOTES                                      *
003420*****************************************************************
003430 3000-IMAGE-TASK-NOTES.
003440         MOVE "TASKNOTE" TO IMG-FILE-BASE.
003450         OPEN INPUT TASK-NOTES.
003460         IF IMG-TASKNOTE-NOTFOUND
003470             SET IMG-TASKNOTE-EOF TO TRUE
003480         ELSE
003490             IF NOT IMG-TASKNOTE-OK
003500                 DISPLAY "Unable to open TASK-NOTES, status "
003510                     IMG-TASKNOTE-STATUS
003520                 ADD 1 TO IMG-ERROR-COUNT
003530                 GO TO 3000-EXIT
003540             END-IF
003550         END-IF.
003560         PERFORM 7000-OPEN-IMAGE THRU 7000-EXIT.
003570         IF IMG-IMAGE-IS-OPEN
003580             PERFORM 3100-COPY-ONE-NOTE THRU 3100-EXIT
003590                 UNTIL IMG-TASKNOTE-EOF OR IMG-FILE-IN-ERROR
003600         END-IF.
003610         IF NOT IMG-TASKNOTE-NOTFOUND
003620             CLOSE TASK-NOTES
003630         END-IF.
003640         PERFORM 7200-CLOSE-IMAGE THRU 7200-EXIT.
003650         MOVE IMG-RECORD-COUNT TO IMG-TASKNOTE-COUNT.
003660 3000-EXIT.
003670         EXIT.
003680
003690 3100-COPY-ONE-NOTE.
003700         READ TASK-NOTES NEXT RECORD
003710             AT END
003720                 SET IMG-TASKNOTE-EOF TO TRUE
003730             NOT AT END
003740                 MOVE TASK-NOTES-RECORD TO IMAGE-COPY-RECORD
003750                 PERFORM 7100-WRITE-IMAGE THRU 7100-EXIT
003760         END-READ.
003770 3100-EXIT.
003780         EXIT.
003790
003800*****************************************************************
003810*    4000-IMAGE-TASK-DEPS                                       *
003820*****************************************************************
003830 4000-IMAGE-TASK-DEPS.
003840         MOVE "TASKDEP" TO IMG-FILE-BASE.
003850         OPEN INPUT TASK-DEPS.
003860         IF IMG-TASKDEP-NOTFOUND
003870             SET IMG-TASKDEP-EOF TO TRUE
003880         ELSE
003890             IF NOT IMG-TASKDEP-OK
003900                 DISPLAY "Unable to open TASK-DEPS, status "
003910                     IMG-TASKDEP-STATUS
003920                 ADD 1 TO IMG-ERROR-COUNT
003930                 GO TO 4000-EXIT
003940             END-IF
003950         END-IF.
003960         PERFORM 7000-OPEN-IMAGE THRU 7000-EXIT.
003970         IF IMG-IMAGE-IS-OPEN
003980             PERFORM 4100-COPY-ONE-LINK THRU 4100-EXIT
003990                 UNTIL IMG-TASKDEP-EOF OR IMG-FILE-IN-ERROR
004000         END-IF.
004010         IF NOT IMG-TASKDEP-NOTFOUND
004020             CLOSE TASK-DEPS
004030         END-IF.
004040         PERFORM 7200-CLOSE-IMAGE THRU 7200-EXIT.
004050         MOVE IMG-RECORD-COUNT TO IMG-TASKDEP-COUNT.
004060 4000-EXIT.
004070         EXIT.
004080
004090 4100-COPY-ONE-LINK.
004100         READ TASK-DEPS NEXT RECORD
004110             AT END
004120                 SET IMG-TASKDEP-EOF TO TRUE
004130             NOT AT END
004140                 MOVE TASK-DEPS-RECORD TO IMAGE-COPY-RECORD
004150                 PERFORM 7100-WRITE-IMAGE THRU 7100-EXIT
004160         END-READ.
004170 4100-EXIT.
004180         EXIT.
004190
004200*****************************************************************
004210*    5000-IMAGE-TASK-WLOG                                       *
004220*****************************************************************
004230 5000-IMAGE-TASK-WLOG.
004240         MOVE "TASKWLOG" TO IMG-FILE-BASE.
004250         OPEN INPUT TASK-WORK-LOG.
004260         IF IMG-TASKWLOG-NOTFOUND
004270             SET IMG-TASKWLOG-EOF TO TRUE
004280         ELSE
004290             IF NOT IMG-TASKWLOG-OK
004300                 DISPLAY "Unable to open TASK-WORK-LOG, status "
004310                     IMG-TASKWLOG-STATUS
004320                 ADD 1 TO IMG-ERROR-COUNT
004330                 GO TO 5000-EXIT
004340             END-IF
004350         END-IF.
004360         PERFORM 7000-OPEN-IMAGE THRU 7000-EXIT.
004370         IF IMG-IMAGE-IS-OPEN
004380             PERFORM 5100-COPY-ONE-WLOG THRU 5100-EXIT
004390                 UNTIL IMG-TASKWLOG-EOF OR IMG-FILE-IN-ERROR
004400         END-IF.
004410         IF NOT IMG-TASKWLOG-NOTFOUND
004420             CLOSE TASK-WORK-LOG
004430         END-IF.
004440         PERFORM 7200-CLOSE-IMAGE THRU 7200-EXIT.
004450         MOVE IMG-RECORD-COUNT TO IMG-TASKWLOG-COUNT.
004460 5000-EXIT.
004470         EXIT.
004480
004490 5100-COPY-ONE-WLOG.
004500         READ TASK-WORK-LOG NEXT RECORD
004510             AT END
004520                 SET IMG-TASKWLOG-EOF TO TRUE
004530             NOT AT END
004540                 MOVE TASK-WORK-LOG-RECORD TO IMAGE-COPY-RECORD
004550                 PERFORM 7100-WRITE-IMAGE THRU 7100-EXIT
004560         END-READ.
004570 5100-EXIT.
004580         EXIT.
004590
004600*****************************************************************
004610*    6000-WRITE-IMAGE-CONTROL - ALL FOUR IMAGES ARE WRITTEN, SO  *
004620*    THIS COPY BECOMES THE ONE TASKRCV RECOVERS FROM             *
004630*****************************************************************
004640 6000-WRITE-IMAGE-CONTROL.
004650         OPEN OUTPUT IMAGE-CONTROL.
004660         IF NOT IMG-IMGCTL-OK
004670             DISPLAY "Unable to write IMAGE-CONTROL, status "
004680                 IMG-IMGCTL-STATUS
004690             ADD 1 TO IMG-ERROR-COUNT
004700             GO TO 6000-EXIT
004710         END-IF.
004720         MOVE IMG-RUN-DATE TO IC-IMAGE-DATE.
004730         MOVE IMG-RUN-TIME TO IC-IMAGE-TIME.
004740         SET IC-IMAGE-COMPLETE TO TRUE.
004750         MOVE IMG-TASKMSTR-COUNT TO IC-TASKMSTR-COUNT.
004760         MOVE IMG-TASKNOTE-COUNT TO IC-TASKNOTE-COUNT.
004770         MOVE IMG-TASKDEP-COUNT TO IC-TASKDEP-COUNT.
004780         MOVE IMG-TASKWLOG-COUNT TO IC-TASKWLOG-COUNT.
004790         WRITE IMAGE-CONTROL-RECORD.
004800         CLOSE IMAGE-CONTROL.
004810 6000-EXIT.
004820         EXIT.
004830
004840*****************************************************************
004850*    7000-OPEN-IMAGE - BUILD <FILE>.I<CCYYMMDD> FROM THE FILE    *
004860*    BASE AND THE RUN DATE AND OPEN IT FRESH                     *
004870*****************************************************************
004880 7000-OPEN-IMAGE.
004890         MOVE ZERO TO IMG-RECORD-COUNT.
004900         MOVE "N" TO IMG-FILE-ERROR-FLAG.
004910         MOVE SPACES TO IMG-IMAGE-NAME.
004920         STRING IMG-FILE-BASE DELIMITED BY SPACE
004930             ".I" DELIMITED BY SIZE
004940             IMG-RUN-DATE DELIMITED BY SIZE
004950             INTO IMG-IMAGE-NAME.
004960         OPEN OUTPUT IMAGE-COPY.
004970         IF IMG-IMAGE-OK
004980             SET IMG-IMAGE-IS-OPEN TO TRUE
004990         ELSE
005000             DISPLAY "Unable to open image file "
005010                 IMG-IMAGE-NAME ", status " IMG-IMAGE-STATUS
005020             SET IMG-FILE-IN-ERROR TO TRUE
005030         END-IF.
005040 7000-EXIT.
005050         EXIT.
005060
005070 7100-WRITE-IMAGE.
005080         WRITE IMAGE-COPY-RECORD.
005090         IF IMG-IMAGE-OK
005100             ADD 1 TO IMG-RECORD-COUNT
005110         ELSE
005120             DISPLAY "Unable to write image file "
005130                 IMG-IMAGE-NAME ", status " IMG-IMAGE-STATUS
005140             SET IMG-FILE-IN-ERROR TO TRUE
005150         END-IF.
005160 7100-EXIT.
005170         EXIT.
005180
005190*****************************************************************
005200*    7200-CLOSE-IMAGE - CLOSE THE IMAGE AND REPORT ITS COUNT.    *
005210*    AN IMAGE THAT COULD NOT BE OPENED OR WRITTEN IN FULL        *
005220*    COUNTS AS A FILE NOT IMAGED.                                *
005230*****************************************************************
005240 7200-CLOSE-IMAGE.
005250         IF IMG-IMAGE-IS-OPEN
005260             CLOSE IMAGE-COPY
005270             MOVE "N" TO IMG-IMAGE-OPEN-FLAG
005280         END-IF.
005290         IF IMG-FILE-IN-ERROR
005300             ADD 1 TO IMG-ERROR-COUNT
005310             DISPLAY "TASKIMG: " IMG-FILE-BASE " NOT imaged."
005320         ELSE
005330             DISPLAY "TASKIMG: " IMG-IMAGE-NAME " - "
005340                 IMG-RECORD-COUNT " record(s)."
005350         END-IF.
005360 7200-EXIT.
005370         EXIT.
005380
005390 END PROGRAM TASKIMG.
