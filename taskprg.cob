000010*****************************************************************
000020*PROGRAM-ID.  TASKPRG                                       *
000030*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000040*    INSTALLATION. SHIFT OPERATIONS                             *
000050*    DATE-WRITTEN. 2026-10-15                                   *
000060*    DATE-COMPILED.                                              *
000070*                                                                *
000080*    NIGHTLY RETENTION PURGE STEP.  RUN AFTER TASKARC.  MOVES   *
000090*    EVERY RECORD OLDER THAN PRG-RETENTION-DAYS OUT OF THE      *
000100*    APPEND-ONLY TASK-ARCHIVE, NOTE-ARCHIVE, WORK-LOG ARCHIVE   *
000110*    AND TASK-AUDIT FILES INTO MONTHLY HISTORY GENERATIONS      *
000120*    NAMED <FILE>.G<CCYYMM> (E.G. TASKAUD.G202601), THEN        *
000130*    REWRITES EACH FILE WITH ONLY THE RECORDS IT KEEPS.         *
000140*      - TASK-ARCHIVE AND TASK-AUDIT RECORDS GO BY THEIR OWN    *
000150*        ARCHIVE/AUDIT DATE;                                    *
000160*      - NOTE-ARCHIVE AND WORK-LOG ARCHIVE RECORDS TRAVEL WITH  *
000170*        THEIR PARENT TASK'S ARCHIVE RECORD, INTO THE SAME      *
000180*        MONTH'S GENERATION, SO A TASK STILL ON TASKARC NEVER   *
000190*        LOSES ITS NOTES OR EFFORT HISTORY.  THE MOVED TASK-IDS *
000191*        ARE HELD ON PRGIDX UNTIL BOTH CHILD PASSES COMPLETE,   *
000192*        SO A CHILD PASS THAT FAILS PICKS UP THE SAME PARENTS   *
000193*        ON THE NEXT RUN.                                       *
000200*    THE PURGED ADD/DELETE/ARCHIVE/RESTORE AUDIT COUNTS AND THE *
000210*    PURGED TASKARC RECORD COUNT ARE CARRIED FORWARD ON THE     *
000220*    PURGCTL CONTROL FILE FOR TASKBAL.  A GENERATION THAT       *
000230*    CANNOT BE WRITTEN LEAVES ITS SOURCE FILE UNTOUCHED AND     *
000240*    ENDS THE RUN WITH RETURN-CODE 8 - A RERUN MAY REPEAT       *
000250*    RECORDS ON A GENERATION BUT CAN NEVER LOSE ONE.  PRINTS    *
000260*    THE KEPT/MOVED CONTROL TOTALS FOR EACH FILE AND EACH       *
000270*    GENERATION TO PRGPRINT.                                    *
000280*-----------------------------------------------------------------
000290*    MODIFICATION HISTORY                                       *
000300*    2026-10-15  DPO  ORIGINAL PROGRAM.                         *
000310*    2026-10-15  DPO  PURGED ARCHIVE-RESTORE ("S") AUDIT        *
000320*                     RECORDS CARRIED FORWARD ON PURGCTL FOR    *
000330*                     TASKBAL.                                  *
000340*    2026-10-15  DPO  KEEP-WORK, HISTORY-GENERATION AND         *
000350*                     SORT RECORDS WIDENED TO 250 BYTES         *
000360*                     FOR THE LONGER TASK-AUDIT RECORD.         *
000361*    2026-10-15  DPO  PRGIDX NOW CARRIES FORWARD: A MOVED ID IS *
000362*                     INDEXED ONLY AFTER TASKARC IS REWRITTEN,  *
000363*                     AND THE INDEX IS CLEARED ONLY WHEN THE    *
000364*                     NOTE AND WORK-LOG PASSES HAVE BOTH        *
000365*                     COMPLETED.  KEEP-WORK AND PRGIDX OPENS    *
000366*                     ARE NOW CHECKED.                          *
000367*    2026-10-15  DPO  A PURGCTL THAT CANNOT BE READ NOW STOPS   *
000368*                     THE RUN WITH RETURN-CODE 8 BEFORE ANY     *
000369*                     FILE IS REWRITTEN.                        *
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. TASKPRG.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440         SELECT TASK-ARCHIVE ASSIGN TO "TASKARC"
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS PRG-TASKARC-STATUS.
000470         SELECT NOTE-ARCHIVE ASSIGN TO "NOTEARC"
000480             ORGANIZATION IS LINE SEQUENTIAL
000490             FILE STATUS IS PRG-NOTEARC-STATUS.
000500         SELECT WLOG-ARCHIVE ASSIGN TO "WLOGARC"
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS PRG-WLOGARC-STATUS.
000530         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS PRG-TASKAUD-STATUS.
000560         SELECT PURGE-CONTROL ASSIGN TO "PURGCTL"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS PRG-PURGCTL-STATUS.
000590         SELECT PURGED-TASK-INDEX ASSIGN TO "PRGIDX"
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS DYNAMIC
000620             RECORD KEY IS PX-TASK-ID
000630             FILE STATUS IS PRG-PRGIDX-STATUS.
000631         SELECT PURGED-ID-WORK ASSIGN TO "PRGNEW"
000632             ORGANIZATION IS LINE SEQUENTIAL
000633             FILE STATUS IS PRG-PRGNEW-STATUS.
000640         SELECT KEEP-WORK ASSIGN TO "PRGKEEP"
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS PRG-KEEP-STATUS.
000670         SELECT HISTORY-GENERATION ASSIGN USING PRG-GEN-NAME
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS PRG-GEN-STATUS.
000700         SELECT PURGE-SORT-FILE ASSIGN TO "PRGSORT".
000710         SELECT REPORT-PRINT ASSIGN TO "PRGPRINT"
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS PRG-PRINT-STATUS.
000740         SELECT TASK-LOCK ASSIGN TO "TASKLOCK"
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS PRG-TASKLOCK-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  TASK-ARCHIVE.
000810 01  TASK-ARCHIVE-RECORD.
000820         COPY TASKARC.
000830
000840 FD  NOTE-ARCHIVE.
000850 01  NOTE-ARCHIVE-RECORD.
000860         COPY TASKNOTE.
000870
000880 FD  WLOG-ARCHIVE.
000890 01  WLOG-ARCHIVE-RECORD.
000900         COPY TASKWLOG.
000910
000920 FD  TASK-AUDIT.
000930 01  TASK-AUDIT-RECORD.
000940         COPY TASKAUD.
000950
000960 FD  PURGE-CONTROL.
000970 01  PURGE-CONTROL-RECORD.
000980         COPY PURGCTL.
000990
001000*    ---------------------------------------------------------
001010*    INDEX OF THE TASK-IDS WHOSE ARCHIVE RECORD HAS BEEN MOVED,
001020*    WITH THE GENERATION IT WENT TO.  THE NOTE AND WORK-LOG
001030*    PASSES LOOK UP EACH RECORD'S PARENT HERE.  AN ID IS ADDED
001040*    ONLY ONCE TASKARC HAS BEEN REWRITTEN WITHOUT IT, AND THE
001041*    INDEX IS CLEARED ONLY WHEN BOTH CHILD PASSES HAVE
001042*    COMPLETED, SO IT CARRIES FORWARD OVER A FAILED RUN.
001050*    ---------------------------------------------------------
001060 FD  PURGED-TASK-INDEX.
001070 01  PURGED-TASK-INDEX-RECORD.
001080         05  PX-TASK-ID              PIC 9(06).
001090         05  PX-GEN-MONTH            PIC 9(06).
001091
001092*    ---------------------------------------------------------
001093*    THE TASK-IDS MOVED BY THIS RUN'S TASK-ARCHIVE PASS, HELD
001094*    UNTIL TASKARC HAS BEEN REWRITTEN
001095*    ---------------------------------------------------------
001096 FD  PURGED-ID-WORK.
001097 01  PURGED-ID-WORK-RECORD.
001098         05  PN-TASK-ID              PIC 9(06).
001099         05  PN-GEN-MONTH            PIC 9(06).
001100
001110 FD  KEEP-WORK.
001120 01  KEEP-WORK-RECORD            PIC X(250).
001130
001140 FD  HISTORY-GENERATION.
001150 01  HISTORY-GENERATION-RECORD   PIC X(250).
001160
001170 SD  PURGE-SORT-FILE.
001180 01  PURGE-SORT-RECORD.
001190         05  PS-GEN-MONTH            PIC 9(06).
001200         05  PS-ORIG-SEQ             PIC 9(07).
001210         05  PS-RECORD               PIC X(250).
001220
001230 FD  REPORT-PRINT.
001240 01  REPORT-PRINT-RECORD         PIC X(132).
001250
001260 FD  TASK-LOCK.
001270 01  TASK-LOCK-RECORD.
001280         COPY TASKLOCK.
001290
001300 WORKING-STORAGE SECTION.
001310*    ---------------------------------------------------------
001320*    SITE RETENTION PERIOD - RECORDS DATED MORE THAN THIS
001330*    MANY DAYS BEFORE THE RUN DATE ARE MOVED TO HISTORY
001340*    ---------------------------------------------------------
001350 01  PRG-RETENTION-DAYS          PIC 9(04) VALUE 365.
001360*    ---------------------------------------------------------
001370*    FILE STATUS SWITCHES
001380*    ---------------------------------------------------------
001390 01  PRG-FILE-STATUSES.
001400         05  PRG-TASKARC-STATUS      PIC X(02) VALUE "00".
001410             88  PRG-TASKARC-OK      VALUE "00".
001420             88  PRG-TASKARC-EOF     VALUE "10".
001430             88  PRG-TASKARC-NOTFOUND
001440                 VALUES "35" "05".
001450         05  PRG-NOTEARC-STATUS      PIC X(02) VALUE "00".
001460             88  PRG-NOTEARC-OK      VALUE "00".
001470             88  PRG-NOTEARC-EOF     VALUE "10".
001480             88  PRG-NOTEARC-NOTFOUND
001490                 VALUES "35" "05".
001500         05  PRG-WLOGARC-STATUS      PIC X(02) VALUE "00".
001510             88  PRG-WLOGARC-OK      VALUE "00".
001520             88  PRG-WLOGARC-EOF     VALUE "10".
001530             88  PRG-WLOGARC-NOTFOUND
001540                 VALUES "35" "05".
001550         05  PRG-TASKAUD-STATUS      PIC X(02) VALUE "00".
001560             88  PRG-TASKAUD-OK      VALUE "00".
001570             88  PRG-TASKAUD-EOF     VALUE "10".
001580             88  PRG-TASKAUD-NOTFOUND
001590                 VALUES "35" "05".
001600         05  PRG-PURGCTL-STATUS      PIC X(02) VALUE "00".
001610             88  PRG-PURGCTL-OK      VALUE "00".
001620             88  PRG-PURGCTL-NOTFOUND
001630                 VALUES "35" "05".
001640         05  PRG-PRGIDX-STATUS       PIC X(02) VALUE "00".
001650             88  PRG-PRGIDX-OK       VALUE "00".
001651             88  PRG-PRGIDX-NOTFOUND
001652                 VALUES "35" "05".
001653         05  PRG-PRGNEW-STATUS       PIC X(02) VALUE "00".
001654             88  PRG-PRGNEW-OK       VALUE "00".
001655             88  PRG-PRGNEW-EOF      VALUE "10".
001660         05  PRG-KEEP-STATUS         PIC X(02) VALUE "00".
001670             88  PRG-KEEP-OK         VALUE "00".
001680             88  PRG-KEEP-EOF        VALUE "10".
001690         05  PRG-GEN-STATUS          PIC X(02) VALUE "00".
001700             88  PRG-GEN-OK          VALUE "00".
001710             88  PRG-GEN-NOTFOUND
001720                 VALUES "35" "05".
001730         05  PRG-PRINT-STATUS        PIC X(02) VALUE "00".
001740             88  PRG-PRINT-OK        VALUE "00".
001750         05  PRG-TASKLOCK-STATUS     PIC X(02) VALUE "00".
001760             88  PRG-TASKLOCK-OK     VALUE "00".
001770             88  PRG-TASKLOCK-EOF    VALUE "10".
001780             88  PRG-TASKLOCK-NOTFOUND
001790                 VALUES "35" "05".
001800*    ---------------------------------------------------------
001810*    RUN DATE AND RETENTION CUT-OFF.  A RECORD DATED BEFORE
001820*    PRG-CUTOFF-DATE IS MOVED; ONE DATED ON OR AFTER IT STAYS.
001830*    ---------------------------------------------------------
001840 01  PRG-CURRENT-DATE-TIME.
001850         05  PRG-CURRENT-DATE        PIC 9(08).
001860         05  PRG-CURRENT-TIME        PIC 9(06).
001870         05  FILLER                  PIC X(09).
001880 01  PRG-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
001890 01  PRG-CUTOFF-DAY-NUM          PIC 9(07) VALUE ZERO.
001900 01  PRG-RECORD-DATE             PIC 9(08) VALUE ZERO.
001910 01  PRG-RECORD-DATE-X REDEFINES PRG-RECORD-DATE.
001920         05  PRG-RECORD-MONTH        PIC 9(06).
001930         05  PRG-RECORD-DD           PIC 9(02).
001940*    ---------------------------------------------------------
001950*    PER-FILE CONTROL TOTALS.  RESET AT THE START OF EACH
001960*    FILE'S PASS AND PRINTED AT ITS END.
001970*    ---------------------------------------------------------
001980 01  PRG-FILE-BASE               PIC X(08) VALUE SPACES.
001990 01  PRG-READ-COUNT              PIC 9(07) VALUE ZERO.
002000 01  PRG-KEPT-COUNT              PIC 9(07) VALUE ZERO.
002010 01  PRG-MOVED-COUNT             PIC 9(07) VALUE ZERO.
002020 01  PRG-REWRITE-COUNT           PIC 9(07) VALUE ZERO.
002030 01  PRG-RELEASE-SEQ             PIC 9(07) VALUE ZERO.
002040 01  PRG-AUD-ADDS                PIC 9(07) VALUE ZERO.
002050 01  PRG-AUD-DELETES             PIC 9(07) VALUE ZERO.
002060 01  PRG-AUD-ARCHIVES            PIC 9(07) VALUE ZERO.
002070 01  PRG-AUD-RESTORES            PIC 9(07) VALUE ZERO.
002080 01  PRG-AUD-OTHERS              PIC 9(07) VALUE ZERO.
002090*    ---------------------------------------------------------
002100*    HISTORY GENERATION CONTROL.  THE MOVED RECORDS COME BACK
002110*    FROM THE SORT IN MONTH ORDER, SO EACH GENERATION IS
002120*    OPENED ONCE, EXTENDED, AND CLOSED ON THE MONTH BREAK.
002130*    ---------------------------------------------------------
002140 01  PRG-GEN-NAME                PIC X(20) VALUE SPACES.
002150 01  PRG-PRIOR-MONTH             PIC 9(06) VALUE ZERO.
002160 01  PRG-GEN-COUNT               PIC 9(07) VALUE ZERO.
002170 01  PRG-GEN-OPEN-FLAG           PIC X(01) VALUE "N".
002180         88  PRG-GEN-IS-OPEN         VALUE "Y".
002190 01  PRG-SORT-DONE-FLAG          PIC X(01) VALUE "N".
002200         88  PRG-SORT-DONE           VALUE "Y".
002210 01  PRG-FILE-ERROR-FLAG         PIC X(01) VALUE "N".
002220         88  PRG-FILE-IN-ERROR       VALUE "Y".
002230 01  PRG-INDEX-READY-FLAG        PIC X(01) VALUE "N".
002240         88  PRG-INDEX-READY         VALUE "Y".
002241 01  PRG-ARC-REWRITTEN-FLAG      PIC X(01) VALUE "N".
002242         88  PRG-ARC-REWRITTEN       VALUE "Y".
002243 01  PRG-NOTES-DONE-FLAG         PIC X(01) VALUE "N".
002244         88  PRG-NOTES-DONE          VALUE "Y".
002245 01  PRG-WLOGS-DONE-FLAG         PIC X(01) VALUE "N".
002246         88  PRG-WLOGS-DONE          VALUE "Y".
002247 01  PRG-CONTROL-FLAG            PIC X(01) VALUE "N".
002248         88  PRG-CONTROL-FAILED      VALUE "Y".
002250 01  PRG-ERROR-COUNT             PIC 9(03) VALUE ZERO.
002260 01  PRG-JOB-ID                  PIC X(08) VALUE "TASKPRG".
002270 01  PRG-LOCK-HELD-FLAG          PIC X(01) VALUE "N".
002280         88  PRG-LOCK-HELD           VALUE "Y".
002290*    ---------------------------------------------------------
002300*    PRINT CONTROL AND REPORT LINE LAYOUTS.  A PAGE HOLDS
002310*    PRG-PRINT-PAGE-LIMIT LINES INCLUDING ITS HEADING BLOCK.
002320*    ---------------------------------------------------------
002330 01  PRG-PRINT-LINE              PIC X(132) VALUE SPACES.
002340 01  PRG-PRINT-LINE-COUNT        PIC 9(03) VALUE 999.
002350 01  PRG-PRINT-PAGE-COUNT        PIC 9(04) VALUE ZERO.
002360 01  PRG-PRINT-PAGE-LIMIT        PIC 9(03) VALUE 60.
002370 01  PRG-PRINT-OPEN-FLAG         PIC X(01) VALUE "N".
002380         88  PRG-PRINT-FILE-OPEN     VALUE "Y".
002390 01  PRG-HEADING-1.
002400         05  FILLER                  PIC X(30)
002410                 VALUE "RETENTION PURGE CONTROL TOTALS".
002420         05  FILLER                  PIC X(09)
002430                 VALUE "RUN DATE ".
002440         05  PRG-HDG-DATE            PIC 9(08).
002450         05  FILLER                  PIC X(06) VALUE " TIME ".
002460         05  PRG-HDG-TIME            PIC 9(06).
002470         05  FILLER                  PIC X(06) VALUE " PAGE ".
002480         05  PRG-HDG-PAGE            PIC ZZZ9.
002490         05  FILLER                  PIC X(63) VALUE SPACES.
002500 01  PRG-HEADING-2.
002510         05  FILLER                  PIC X(10) VALUE "FILE".
002520         05  FILLER                  PIC X(22)
002530                 VALUE "GENERATION".
002540         05  FILLER                  PIC X(100)
002550                 VALUE "RECORDS".
002560 01  PRG-FILE-LINE.
002570         05  FILLER                  PIC X(05) VALUE "FILE ".
002580         05  PRG-FIL-NAME            PIC X(08).
002590         05  FILLER                  PIC X(35)
002600                 VALUE " - KEEPING RECORDS DATED ON/AFTER ".
002610         05  PRG-FIL-CUTOFF          PIC 9(08).
002620         05  FILLER                  PIC X(76) VALUE SPACES.
002630 01  PRG-GEN-LINE.
002640         05  FILLER                  PIC X(10) VALUE SPACES.
002650         05  PRG-GNL-NAME            PIC X(20).
002660         05  FILLER                  PIC X(02) VALUE SPACES.
002670         05  PRG-GNL-COUNT           PIC ZZZZZZ9.
002680         05  FILLER                  PIC X(93) VALUE SPACES.
002690 01  PRG-TOTAL-LINE.
002700         05  FILLER                  PIC X(10) VALUE SPACES.
002710         05  PRG-TTL-LABEL           PIC X(22).
002720         05  PRG-TTL-COUNT           PIC ZZZZZZ9.
002730         05  FILLER                  PIC X(93) VALUE SPACES.
002740 01  PRG-END-LINE.
002750         05  FILLER                  PIC X(16)
002760                 VALUE "END OF REPORT - ".
002770         05  PRG-END-COUNT           PIC 9(03).
002780         05  FILLER                  PIC X(27)
002790                 VALUE " FILE(S) LEFT UNPURGED".
002800         05  FILLER                  PIC X(86) VALUE SPACES.
002810
002820 PROCEDURE DIVISION.
002830*****************************************************************
002840*    0000-MAINLINE                                              *
002850*****************************************************************
002860 0000-MAINLINE.
002870         PERFORM 0100-ACQUIRE-UPDATE-LOCK THRU 0100-EXIT.
002880         IF NOT PRG-LOCK-HELD
002890             MOVE 8 TO RETURN-CODE
002900             GOBACK
002910         END-IF.
002920         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002921         IF PRG-CONTROL-FAILED
002922             PERFORM 9300-CLOSE-PRINT-FILE THRU 9300-EXIT
002923             PERFORM 0200-RELEASE-UPDATE-LOCK THRU 0200-EXIT
002924             DISPLAY "TASKPRG: PURGCTL could not be read - "
002925                 "nothing purged."
002926             MOVE 8 TO RETURN-CODE
002927             GOBACK
002928         END-IF.
002930         PERFORM 2000-PURGE-TASK-ARCHIVE THRU 2000-EXIT.
002940         PERFORM 3000-PURGE-NOTE-ARCHIVE THRU 3000-EXIT.
002950         PERFORM 4000-PURGE-WLOG-ARCHIVE THRU 4000-EXIT.
002951         IF PRG-NOTES-DONE AND PRG-WLOGS-DONE
002952             PERFORM 4500-CLEAR-PURGED-INDEX THRU 4500-EXIT
002953         END-IF.
002960         PERFORM 5000-PURGE-TASK-AUDIT THRU 5000-EXIT.
002970         PERFORM 8000-PRINT-CARRIED-FORWARD THRU 8000-EXIT.
002980         PERFORM 9300-CLOSE-PRINT-FILE THRU 9300-EXIT.
002990         PERFORM 0200-RELEASE-UPDATE-LOCK THRU 0200-EXIT.
003000         IF PRG-ERROR-COUNT > ZERO
003010             DISPLAY "TASKPRG: " PRG-ERROR-COUNT
003020                 " file(s) left unpurged - see PRGPRINT."
003030             MOVE 8 TO RETURN-CODE
003040         ELSE
003050             DISPLAY "TASKPRG: retention purge complete, "
003060                 "records dated before " PRG-CUTOFF-DATE
003070                 " moved to history."
003080         END-IF.
003090         GOBACK.
003100
003110*****************************************************************
003120*    0100-ACQUIRE-UPDATE-LOCK - THE SAME TASKLOCK BUSY-LOCK      *
003130*    EVERY OTHER TASK-MASTER WRITER TAKES, SINCE TASK-AUDIT IS   *
003140*    REWRITTEN HERE.  AN EMPTY OR MISSING FILE MEANS THE LOCK    *
003150*    IS FREE; A BATCH RUN NEVER OVERRIDES A HELD LOCK.           *
003160*****************************************************************
003170 0100-ACQUIRE-UPDATE-LOCK.
003180         OPEN INPUT TASK-LOCK.
003190         IF PRG-TASKLOCK-NOTFOUND
003200             PERFORM 0150-WRITE-LOCK THRU 0150-EXIT
003210             GO TO 0100-EXIT
003220         END-IF.
003230         IF NOT PRG-TASKLOCK-OK
003240             DISPLAY "Unable to open TASK-LOCK, status "
003250                 PRG-TASKLOCK-STATUS
003260             GO TO 0100-EXIT
003270         END-IF.
003280         READ TASK-LOCK
003290             AT END
003300                 CLOSE TASK-LOCK
003310                 PERFORM 0150-WRITE-LOCK THRU 0150-EXIT
003320                 GO TO 0100-EXIT
003330         END-READ.
003340         CLOSE TASK-LOCK.
003350         DISPLAY "TASKPRG: task files are in use by "
003360             LK-HOLDER-ID " since " LK-LOCK-DATE " "
003370             LK-LOCK-TIME " - run again when the lock is free.".
003380 0100-EXIT.
003390         EXIT.
003400
003410 0150-WRITE-LOCK.
003420         MOVE FUNCTION CURRENT-DATE TO PRG-CURRENT-DATE-TIME.
003430         OPEN OUTPUT TASK-LOCK.
003440         IF NOT PRG-TASKLOCK-OK
003450             DISPLAY "Unable to write TASK-LOCK, status "
003460                 PRG-TASKLOCK-STATUS
003470             GO TO 0150-EXIT
003480         END-IF.
003490         MOVE PRG-JOB-ID TO LK-HOLDER-ID.
003500         MOVE PRG-CURRENT-DATE TO LK-LOCK-DATE.
003510         MOVE PRG-CURRENT-TIME TO LK-LOCK-TIME.
003520         WRITE TASK-LOCK-RECORD.
003530         CLOSE TASK-LOCK.
003540         SET PRG-LOCK-HELD TO TRUE.
003550 0150-EXIT.
003560         EXIT.
003570
003580*****************************************************************
003590*    0200-RELEASE-UPDATE-LOCK - TRUNCATE THE LOCK FILE; EMPTY    *
003600*    MEANS FREE                                                  *
003610*****************************************************************
003620 0200-RELEASE-UPDATE-LOCK.
003630         OPEN OUTPUT TASK-LOCK.
003640         IF PRG-TASKLOCK-OK
003650             CLOSE TASK-LOCK
003660             MOVE "N" TO PRG-LOCK-HELD-FLAG
003670         ELSE
003680             DISPLAY "Unable to release TASK-LOCK, status "
003690                 PRG-TASKLOCK-STATUS
003700         END-IF.
003710 0200-EXIT.
003720         EXIT.
003730
003740*****************************************************************
003750*    1000-INITIALIZE - WORK OUT THE CUT-OFF DATE, PICK UP THE    *
003760*    CARRIED-FORWARD TOTALS AND OPEN THE PRINT FILE              *
003770*****************************************************************
003780 1000-INITIALIZE.
003790         MOVE FUNCTION CURRENT-DATE TO PRG-CURRENT-DATE-TIME.
003800         COMPUTE PRG-CUTOFF-DAY-NUM =
003810             FUNCTION INTEGER-OF-DATE(PRG-CURRENT-DATE)
003820             - PRG-RETENTION-DAYS.
003830         COMPUTE PRG-CUTOFF-DATE =
003840             FUNCTION DATE-OF-INTEGER(PRG-CUTOFF-DAY-NUM).
003850         PERFORM 1100-READ-PURGE-CONTROL THRU 1100-EXIT.
003860         PERFORM 9000-OPEN-PRINT-FILE THRU 9000-EXIT.
003870 1000-EXIT.
003880         EXIT.
003890
003900*****************************************************************
003910*    1100-READ-PURGE-CONTROL - A MISSING CONTROL FILE MEANS      *
003920*    NOTHING HAS BEEN PURGED YET, SO THE TOTALS START AT ZERO.   *
003921*    ANY OTHER OPEN FAILURE STOPS THE RUN, SINCE REWRITING       *
003922*    PURGCTL FROM ZERO WOULD LOSE THE CARRIED-FORWARD TOTALS.    *
003930*****************************************************************
003940 1100-READ-PURGE-CONTROL.
003950         INITIALIZE PURGE-CONTROL-RECORD.
003960         OPEN INPUT PURGE-CONTROL.
003970         IF PRG-PURGCTL-OK
003980             READ PURGE-CONTROL
003990                 AT END
004000                     INITIALIZE PURGE-CONTROL-RECORD
004010             END-READ
004020             CLOSE PURGE-CONTROL
004030         ELSE
004040             IF NOT PRG-PURGCTL-NOTFOUND
004050                 DISPLAY "Unable to open PURGE-CONTROL, status "
004060                     PRG-PURGCTL-STATUS
004061                 SET PRG-CONTROL-FAILED TO TRUE
004062                 ADD 1 TO PRG-ERROR-COUNT
004070             END-IF
004080         END-IF.
004090 1100-EXIT.
004100         EXIT.
004110
004120*****************************************************************
004130*    2000-PURGE-TASK-ARCHIVE - MOVE ARCHIVE RECORDS PAST THE     *
004140*    RETENTION PERIOD AND INDEX THEIR TASK-IDS SO THE NOTE AND   *
004150*    WORK-LOG PASSES CAN MOVE THE CHILDREN WITH THEM.  THE IDS   *
004151*    GO TO PURGED-ID-WORK FIRST AND ARE INDEXED ONLY ONCE        *
004152*    TASKARC HAS BEEN REWRITTEN WITHOUT THEM.                    *
004160*****************************************************************
004170 2000-PURGE-TASK-ARCHIVE.
004180         MOVE "TASKARC" TO PRG-FILE-BASE.
004190         PERFORM 6000-START-ONE-FILE THRU 6000-EXIT.
004200         OPEN I-O PURGED-TASK-INDEX.
004201         IF PRG-PRGIDX-NOTFOUND
004202             OPEN OUTPUT PURGED-TASK-INDEX
004203             CLOSE PURGED-TASK-INDEX
004204             OPEN I-O PURGED-TASK-INDEX
004205         END-IF.
004210         IF NOT PRG-PRGIDX-OK
004220             DISPLAY "Unable to open PURGED-TASK-INDEX, status "
004230                 PRG-PRGIDX-STATUS
004240             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
004250             GO TO 2000-EXIT
004260         END-IF.
004270         OPEN INPUT TASK-ARCHIVE.
004280         IF PRG-TASKARC-NOTFOUND
004290             CLOSE PURGED-TASK-INDEX
004300             SET PRG-INDEX-READY TO TRUE
004310             MOVE "NOT FOUND - NOTHING TO PURGE" TO PRG-TTL-LABEL
004320             MOVE ZERO TO PRG-TTL-COUNT
004330             MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE
004340             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
004350             GO TO 2000-EXIT
004360         END-IF.
004370         IF NOT PRG-TASKARC-OK
004380             DISPLAY "Unable to open TASK-ARCHIVE, status "
004390                 PRG-TASKARC-STATUS
004400             CLOSE PURGED-TASK-INDEX
004410             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
004420             GO TO 2000-EXIT
004430         END-IF.
004440         OPEN OUTPUT KEEP-WORK.
004441         IF NOT PRG-KEEP-OK
004442             DISPLAY "Unable to open KEEP-WORK, status "
004443                 PRG-KEEP-STATUS
004444             CLOSE TASK-ARCHIVE PURGED-TASK-INDEX
004445             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
004446             GO TO 2000-EXIT
004447         END-IF.
004448         OPEN OUTPUT PURGED-ID-WORK.
004449         IF NOT PRG-PRGNEW-OK
004450             DISPLAY "Unable to open PURGED-ID-WORK, status "
004451                 PRG-PRGNEW-STATUS
004452             CLOSE TASK-ARCHIVE KEEP-WORK PURGED-TASK-INDEX
004453             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
004454             GO TO 2000-EXIT
004455         END-IF.
004456         SORT PURGE-SORT-FILE
004460             ON ASCENDING KEY PS-GEN-MONTH PS-ORIG-SEQ
004470             INPUT PROCEDURE IS 2100-SELECT-ARCHIVE
004480                 THRU 2100-EXIT
004490             OUTPUT PROCEDURE IS 7000-WRITE-GENERATIONS
004500                 THRU 7000-EXIT.
004510         CLOSE TASK-ARCHIVE KEEP-WORK PURGED-ID-WORK.
004520         IF PRG-FILE-IN-ERROR
004521             CLOSE PURGED-TASK-INDEX
004530             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
004540             GO TO 2000-EXIT
004550         END-IF.
004560         IF PRG-MOVED-COUNT > ZERO
004570             PERFORM 2200-REWRITE-TASK-ARCHIVE THRU 2200-EXIT
004580         END-IF.
004581         IF PRG-ARC-REWRITTEN
004582             PERFORM 2300-INDEX-PURGED-IDS THRU 2300-EXIT
004583         END-IF.
004584         CLOSE PURGED-TASK-INDEX.
004590         IF PRG-FILE-IN-ERROR
004600             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
004610             GO TO 2000-EXIT
004620         END-IF.
004630         SET PRG-INDEX-READY TO TRUE.
004640         IF PRG-MOVED-COUNT > ZERO
004650             ADD PRG-MOVED-COUNT TO PC-PURGED-ARC-RECORDS
004660             PERFORM 6800-WRITE-PURGE-CONTROL THRU 6800-EXIT
004670         END-IF.
004680         PERFORM 6500-PRINT-FILE-TOTALS THRU 6500-EXIT.
004690 2000-EXIT.
004700         EXIT.
004710
004720 2100-SELECT-ARCHIVE.
004730         PERFORM 2110-SELECT-ONE-ARCHIVE THRU 2110-EXIT
004740             UNTIL PRG-TASKARC-EOF.
004750 2100-EXIT.
004760         EXIT.
004770
004780 2110-SELECT-ONE-ARCHIVE.
004790         READ TASK-ARCHIVE
004800             AT END
004810                 SET PRG-TASKARC-EOF TO TRUE
004820             NOT AT END
004830                 ADD 1 TO PRG-READ-COUNT
004840                 MOVE TA-ARCHIVE-DATE TO PRG-RECORD-DATE
004850                 IF PRG-RECORD-DATE > ZERO
004860                     AND PRG-RECORD-DATE < PRG-CUTOFF-DATE
004870                     MOVE TASK-ARCHIVE-RECORD TO PS-RECORD
004880                     PERFORM 6100-RELEASE-MOVED THRU 6100-EXIT
004890                     MOVE TA-ID TO PN-TASK-ID
004900                     MOVE PRG-RECORD-MONTH TO PN-GEN-MONTH
004910                     PERFORM 2120-WRITE-PURGED-ID THRU 2120-EXIT
004950                 ELSE
004960                     MOVE TASK-ARCHIVE-RECORD TO KEEP-WORK-RECORD
004970                     PERFORM 6200-WRITE-KEPT THRU 6200-EXIT
004980                 END-IF
004990         END-READ.
005000 2110-EXIT.
005010         EXIT.
005020
005021 2120-WRITE-PURGED-ID.
005022         WRITE PURGED-ID-WORK-RECORD.
005023         IF NOT PRG-PRGNEW-OK
005024             DISPLAY "Unable to write PURGED-ID-WORK, status "
005025                 PRG-PRGNEW-STATUS
005026             SET PRG-FILE-IN-ERROR TO TRUE
005027         END-IF.
005028 2120-EXIT.
005029         EXIT.
005030
005031 2200-REWRITE-TASK-ARCHIVE.
005040         OPEN INPUT KEEP-WORK.
005041         IF NOT PRG-KEEP-OK
005042             DISPLAY "Unable to reopen KEEP-WORK, status "
005043                 PRG-KEEP-STATUS
005044             SET PRG-FILE-IN-ERROR TO TRUE
005045             GO TO 2200-EXIT
005046         END-IF.
005050         OPEN OUTPUT TASK-ARCHIVE.
005060         IF NOT PRG-TASKARC-OK
005070             DISPLAY "Unable to rewrite TASK-ARCHIVE, status "
005080                 PRG-TASKARC-STATUS
005090             CLOSE KEEP-WORK
005100             SET PRG-FILE-IN-ERROR TO TRUE
005110             GO TO 2200-EXIT
005120         END-IF.
005121         SET PRG-ARC-REWRITTEN TO TRUE.
005130         PERFORM 2210-REWRITE-ONE-ARCHIVE THRU 2210-EXIT
005140             UNTIL PRG-KEEP-EOF.
005150         CLOSE KEEP-WORK TASK-ARCHIVE.
005160         PERFORM 6300-CHECK-REWRITE-COUNT THRU 6300-EXIT.
005170 2200-EXIT.
005180         EXIT.
005190
005200 2210-REWRITE-ONE-ARCHIVE.
005210         READ KEEP-WORK
005220             AT END
005230                 SET PRG-KEEP-EOF TO TRUE
005240             NOT AT END
005250                 MOVE KEEP-WORK-RECORD TO TASK-ARCHIVE-RECORD
005260                 WRITE TASK-ARCHIVE-RECORD
005270                 ADD 1 TO PRG-REWRITE-COUNT
005280         END-READ.
005290 2210-EXIT.
005291         EXIT.
005292
005293*****************************************************************
005294*    2300-INDEX-PURGED-IDS - TASKARC NO LONGER HOLDS THE MOVED   *
005295*    RECORDS, SO THEIR TASK-IDS ARE ADDED TO PURGED-TASK-INDEX.  *
005296*    AN ID ALREADY THERE FROM AN EARLIER RUN IS LEFT AS IT IS.   *
005297*****************************************************************
005298 2300-INDEX-PURGED-IDS.
005299         OPEN INPUT PURGED-ID-WORK.
005300         IF NOT PRG-PRGNEW-OK
005301             DISPLAY "Unable to reopen PURGED-ID-WORK, status "
005302                 PRG-PRGNEW-STATUS " - notes and work log of the "
005303                 "moved tasks stay on the archive files."
005304             SET PRG-FILE-IN-ERROR TO TRUE
005305             GO TO 2300-EXIT
005306         END-IF.
005307         PERFORM 2310-INDEX-ONE-ID THRU 2310-EXIT
005308             UNTIL PRG-PRGNEW-EOF.
005309         CLOSE PURGED-ID-WORK.
005310 2300-EXIT.
005311         EXIT.
005312
005313 2310-INDEX-ONE-ID.
005314         READ PURGED-ID-WORK
005315             AT END
005316                 SET PRG-PRGNEW-EOF TO TRUE
005317             NOT AT END
005318                 MOVE PN-TASK-ID TO PX-TASK-ID
005319                 MOVE PN-GEN-MONTH TO PX-GEN-MONTH
005320                 WRITE PURGED-TASK-INDEX-RECORD
005321                     INVALID KEY
005322                         CONTINUE
005323                 END-WRITE
005324         END-READ.
005325 2310-EXIT.
005326         EXIT.
005327
005328*****************************************************************
005330*    3000-PURGE-NOTE-ARCHIVE - A NOTE MOVES WHEN ITS PARENT'S    *
005340*    ARCHIVE RECORD MOVED, INTO THE SAME MONTH'S GENERATION.     *
005350*    SKIPPED WHEN THE TASK-ARCHIVE PASS DID NOT COMPLETE.        *
005360*****************************************************************
005370 3000-PURGE-NOTE-ARCHIVE.
005380         MOVE "NOTEARC" TO PRG-FILE-BASE.
005390         PERFORM 6000-START-ONE-FILE THRU 6000-EXIT.
005400         IF NOT PRG-INDEX-READY
005410             DISPLAY "NOTE-ARCHIVE not purged - TASK-ARCHIVE "
005420                 "purge did not complete."
005430             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
005440             GO TO 3000-EXIT
005450         END-IF.
005460         OPEN INPUT NOTE-ARCHIVE.
005470         IF PRG-NOTEARC-NOTFOUND
005480             MOVE "NOT FOUND - NOTHING TO PURGE" TO PRG-TTL-LABEL
005490             MOVE ZERO TO PRG-TTL-COUNT
005500             MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE
005510             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
005511             SET PRG-NOTES-DONE TO TRUE
005520             GO TO 3000-EXIT
005530         END-IF.
005540         IF NOT PRG-NOTEARC-OK
005550             DISPLAY "Unable to open NOTE-ARCHIVE, status "
005560                 PRG-NOTEARC-STATUS
005570             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
005580             GO TO 3000-EXIT
005590         END-IF.
005600         OPEN INPUT PURGED-TASK-INDEX.
005601         IF NOT PRG-PRGIDX-OK
005602             DISPLAY "Unable to open PURGED-TASK-INDEX, status "
005603                 PRG-PRGIDX-STATUS
005604             CLOSE NOTE-ARCHIVE
005605             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
005606             GO TO 3000-EXIT
005607         END-IF.
005610         OPEN OUTPUT KEEP-WORK.
005611         IF NOT PRG-KEEP-OK
005612             DISPLAY "Unable to open KEEP-WORK, status "
005613                 PRG-KEEP-STATUS
005614             CLOSE NOTE-ARCHIVE PURGED-TASK-INDEX
005615             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
005616             GO TO 3000-EXIT
005617         END-IF.
005620         SORT PURGE-SORT-FILE
005630             ON ASCENDING KEY PS-GEN-MONTH PS-ORIG-SEQ
005640             INPUT PROCEDURE IS 3100-SELECT-NOTES
005650                 THRU 3100-EXIT
005660             OUTPUT PROCEDURE IS 7000-WRITE-GENERATIONS
005670                 THRU 7000-EXIT.
005680         CLOSE NOTE-ARCHIVE KEEP-WORK PURGED-TASK-INDEX.
005690         IF PRG-FILE-IN-ERROR
005700             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
005710             GO TO 3000-EXIT
005720         END-IF.
005730         IF PRG-MOVED-COUNT > ZERO
005740             PERFORM 3200-REWRITE-NOTE-ARCHIVE THRU 3200-EXIT
005750         END-IF.
005760         IF PRG-FILE-IN-ERROR
005770             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
005780             GO TO 3000-EXIT
005790         END-IF.
005800         IF PRG-MOVED-COUNT > ZERO
005810             ADD PRG-MOVED-COUNT TO PC-PURGED-NOTES
005820             PERFORM 6800-WRITE-PURGE-CONTROL THRU 6800-EXIT
005830         END-IF.
005831         SET PRG-NOTES-DONE TO TRUE.
005840         PERFORM 6500-PRINT-FILE-TOTALS THRU 6500-EXIT.
005850 3000-EXIT.
005860         EXIT.
005870
005880 3100-SELECT-NOTES.
005890         PERFORM 3110-SELECT-ONE-NOTE THRU 3110-EXIT
005900             UNTIL PRG-NOTEARC-EOF.
005910 3100-EXIT.
005920         EXIT.
005930
005940 3110-SELECT-ONE-NOTE.
005950         READ NOTE-ARCHIVE
005960             AT END
005970                 SET PRG-NOTEARC-EOF TO TRUE
005980             NOT AT END
005990                 ADD 1 TO PRG-READ-COUNT
006000                 MOVE TN-TASK-ID TO PX-TASK-ID
006010                 READ PURGED-TASK-INDEX
006020                     INVALID KEY
006030                         MOVE NOTE-ARCHIVE-RECORD
006040                             TO KEEP-WORK-RECORD
006050                         PERFORM 6200-WRITE-KEPT THRU 6200-EXIT
006060                     NOT INVALID KEY
006070                         MOVE PX-GEN-MONTH TO PRG-RECORD-MONTH
006080                         MOVE NOTE-ARCHIVE-RECORD TO PS-RECORD
006090                         PERFORM 6100-RELEASE-MOVED
006100                             THRU 6100-EXIT
006110                 END-READ
006120         END-READ.
006130 3110-EXIT.
006140         EXIT.
006150
006160 3200-REWRITE-NOTE-ARCHIVE.
006170         OPEN INPUT KEEP-WORK.
006171         IF NOT PRG-KEEP-OK
006172             DISPLAY "Unable to reopen KEEP-WORK, status "
006173                 PRG-KEEP-STATUS
006174             SET PRG-FILE-IN-ERROR TO TRUE
006175             GO TO 3200-EXIT
006176         END-IF.
006180         OPEN OUTPUT NOTE-ARCHIVE.
006190         IF NOT PRG-NOTEARC-OK
006200             DISPLAY "Unable to rewrite NOTE-ARCHIVE, status "
006210                 PRG-NOTEARC-STATUS
006220             CLOSE KEEP-WORK
006230             SET PRG-FILE-IN-ERROR TO TRUE
006240             GO TO 3200-EXIT
006250         END-IF.
006260         PERFORM 3210-REWRITE-ONE-NOTE THRU 3210-EXIT
006270             UNTIL PRG-KEEP-EOF.
006280         CLOSE KEEP-WORK NOTE-ARCHIVE.
006290         PERFORM 6300-CHECK-REWRITE-COUNT THRU 6300-EXIT.
006300 3200-EXIT.
006310         EXIT.
006320
006330 3210-REWRITE-ONE-NOTE.
006340         READ KEEP-WORK
006350             AT END
006360                 SET PRG-KEEP-EOF TO TRUE
006370             NOT AT END
006380                 MOVE KEEP-WORK-RECORD TO NOTE-ARCHIVE-RECORD
006390                 WRITE NOTE-ARCHIVE-RECORD
006400                 ADD 1 TO PRG-REWRITE-COUNT
006410         END-READ.
006420 3210-EXIT.
006430         EXIT.
006440
006450*****************************************************************
006460*    4000-PURGE-WLOG-ARCHIVE - A WORK-LOG RECORD MOVES WHEN ITS  *
006470*    PARENT'S ARCHIVE RECORD MOVED, THE SAME WAY A NOTE DOES     *
006480*****************************************************************
006490 4000-PURGE-WLOG-ARCHIVE.
006500         MOVE "WLOGARC" TO PRG-FILE-BASE.
006510         PERFORM 6000-START-ONE-FILE THRU 6000-EXIT.
006520         IF NOT PRG-INDEX-READY
006530             DISPLAY "WLOG-ARCHIVE not purged - TASK-ARCHIVE "
006540                 "purge did not complete."
006550             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
006560             GO TO 4000-EXIT
006570         END-IF.
006580         OPEN INPUT WLOG-ARCHIVE.
006590         IF PRG-WLOGARC-NOTFOUND
006600             MOVE "NOT FOUND - NOTHING TO PURGE" TO PRG-TTL-LABEL
006610             MOVE ZERO TO PRG-TTL-COUNT
006620             MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE
006630             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
006631             SET PRG-WLOGS-DONE TO TRUE
006640             GO TO 4000-EXIT
006650         END-IF.
006660         IF NOT PRG-WLOGARC-OK
006670             DISPLAY "Unable to open WLOG-ARCHIVE, status "
006680                 PRG-WLOGARC-STATUS
006690             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
006700             GO TO 4000-EXIT
006710         END-IF.
006720         OPEN INPUT PURGED-TASK-INDEX.
006721         IF NOT PRG-PRGIDX-OK
006722             DISPLAY "Unable to open PURGED-TASK-INDEX, status "
006723                 PRG-PRGIDX-STATUS
006724             CLOSE WLOG-ARCHIVE
006725             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
006726             GO TO 4000-EXIT
006727         END-IF.
006730         OPEN OUTPUT KEEP-WORK.
006731         IF NOT PRG-KEEP-OK
006732             DISPLAY "Unable to open KEEP-WORK, status "
006733                 PRG-KEEP-STATUS
006734             CLOSE WLOG-ARCHIVE PURGED-TASK-INDEX
006735             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
006736             GO TO 4000-EXIT
006737         END-IF.
006740         SORT PURGE-SORT-FILE
006750             ON ASCENDING KEY PS-GEN-MONTH PS-ORIG-SEQ
006760             INPUT PROCEDURE IS 4100-SELECT-WLOGS
006770                 THRU 4100-EXIT
006780             OUTPUT PROCEDURE IS 7000-WRITE-GENERATIONS
006790                 THRU 7000-EXIT.
006800         CLOSE WLOG-ARCHIVE KEEP-WORK PURGED-TASK-INDEX.
006810         IF PRG-FILE-IN-ERROR
006820             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
006830             GO TO 4000-EXIT
006840         END-IF.
006850         IF PRG-MOVED-COUNT > ZERO
006860             PERFORM 4200-REWRITE-WLOG-ARCHIVE THRU 4200-EXIT
006870         END-IF.
006880         IF PRG-FILE-IN-ERROR
006890             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
006900             GO TO 4000-EXIT
006910         END-IF.
006920         IF PRG-MOVED-COUNT > ZERO
006930             ADD PRG-MOVED-COUNT TO PC-PURGED-WLOGS
006940             PERFORM 6800-WRITE-PURGE-CONTROL THRU 6800-EXIT
006950         END-IF.
006951         SET PRG-WLOGS-DONE TO TRUE.
006960         PERFORM 6500-PRINT-FILE-TOTALS THRU 6500-EXIT.
006970 4000-EXIT.
006980         EXIT.
006990
007000 4100-SELECT-WLOGS.
007010         PERFORM 4110-SELECT-ONE-WLOG THRU 4110-EXIT
007020             UNTIL PRG-WLOGARC-EOF.
007030 4100-EXIT.
007040         EXIT.
007050
007060 4110-SELECT-ONE-WLOG.
007070         READ WLOG-ARCHIVE
007080             AT END
007090                 SET PRG-WLOGARC-EOF TO TRUE
007100             NOT AT END
007110                 ADD 1 TO PRG-READ-COUNT
007120                 MOVE WL-TASK-ID TO PX-TASK-ID
007130                 READ PURGED-TASK-INDEX
007140                     INVALID KEY
007150                         MOVE WLOG-ARCHIVE-RECORD
007160                             TO KEEP-WORK-RECORD
007170                         PERFORM 6200-WRITE-KEPT THRU 6200-EXIT
007180                     NOT INVALID KEY
007190                         MOVE PX-GEN-MONTH TO PRG-RECORD-MONTH
007200                         MOVE WLOG-ARCHIVE-RECORD TO PS-RECORD
007210                         PERFORM 6100-RELEASE-MOVED
007220                             THRU 6100-EXIT
007230                 END-READ
007240         END-READ.
007250 4110-EXIT.
007260         EXIT.
007270
007280 4200-REWRITE-WLOG-ARCHIVE.
007290         OPEN INPUT KEEP-WORK.
007291         IF NOT PRG-KEEP-OK
007292             DISPLAY "Unable to reopen KEEP-WORK, status "
007293                 PRG-KEEP-STATUS
007294             SET PRG-FILE-IN-ERROR TO TRUE
007295             GO TO 4200-EXIT
007296         END-IF.
007300         OPEN OUTPUT WLOG-ARCHIVE.
007310         IF NOT PRG-WLOGARC-OK
007320             DISPLAY "Unable to rewrite WLOG-ARCHIVE, status "
007330                 PRG-WLOGARC-STATUS
007340             CLOSE KEEP-WORK
007350             SET PRG-FILE-IN-ERROR TO TRUE
007360             GO TO 4200-EXIT
007370         END-IF.
007380         PERFORM 4210-REWRITE-ONE-WLOG THRU 4210-EXIT
007390             UNTIL PRG-KEEP-EOF.
007400         CLOSE KEEP-WORK WLOG-ARCHIVE.
007410         PERFORM 6300-CHECK-REWRITE-COUNT THRU 6300-EXIT.
007420 4200-EXIT.
007430         EXIT.
007440
007450 4210-REWRITE-ONE-WLOG.
007460         READ KEEP-WORK
007470             AT END
007480                 SET PRG-KEEP-EOF TO TRUE
007490             NOT AT END
007500                 MOVE KEEP-WORK-RECORD TO WLOG-ARCHIVE-RECORD
007510                 WRITE WLOG-ARCHIVE-RECORD
007520                 ADD 1 TO PRG-REWRITE-COUNT
007530         END-READ.
007540 4210-EXIT.
007541         EXIT.
007542
007543*****************************************************************
007544*    4500-CLEAR-PURGED-INDEX - BOTH CHILD PASSES HAVE MOVED THE  *
007545*    NOTES AND WORK LOG OF EVERY INDEXED TASK, SO THE INDEX IS   *
007546*    EMPTIED.  A FAILURE HERE ONLY LEAVES IDS WITH NO CHILDREN.  *
007547*****************************************************************
007548 4500-CLEAR-PURGED-INDEX.
007549         OPEN OUTPUT PURGED-TASK-INDEX.
007550         IF NOT PRG-PRGIDX-OK
007551             DISPLAY "Unable to clear PURGED-TASK-INDEX, status "
007552                 PRG-PRGIDX-STATUS
007553             GO TO 4500-EXIT
007554         END-IF.
007555         CLOSE PURGED-TASK-INDEX.
007556 4500-EXIT.
007557         EXIT.
007560
007570*****************************************************************
007580*    5000-PURGE-TASK-AUDIT - MOVE AUDIT RECORDS PAST THE         *
007590*    RETENTION PERIOD, TALLYING THE ADD/DELETE/ARCHIVE ACTIONS   *
007600*    THAT TASKBAL MUST STILL COUNT                               *
007610*****************************************************************
007620 5000-PURGE-TASK-AUDIT.
007630         MOVE "TASKAUD" TO PRG-FILE-BASE.
007640         PERFORM 6000-START-ONE-FILE THRU 6000-EXIT.
007650         MOVE ZERO TO PRG-AUD-ADDS.
007660         MOVE ZERO TO PRG-AUD-DELETES.
007670         MOVE ZERO TO PRG-AUD-ARCHIVES.
007680         MOVE ZERO TO PRG-AUD-RESTORES.
007690         MOVE ZERO TO PRG-AUD-OTHERS.
007700         OPEN INPUT TASK-AUDIT.
007710         IF PRG-TASKAUD-NOTFOUND
007720             MOVE "NOT FOUND - NOTHING TO PURGE" TO PRG-TTL-LABEL
007730             MOVE ZERO TO PRG-TTL-COUNT
007740             MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE
007750             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
007760             GO TO 5000-EXIT
007770         END-IF.
007780         IF NOT PRG-TASKAUD-OK
007790             DISPLAY "Unable to open TASK-AUDIT, status "
007800                 PRG-TASKAUD-STATUS
007810             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
007820             GO TO 5000-EXIT
007830         END-IF.
007840         OPEN OUTPUT KEEP-WORK.
007841         IF NOT PRG-KEEP-OK
007842             DISPLAY "Unable to open KEEP-WORK, status "
007843                 PRG-KEEP-STATUS
007844             CLOSE TASK-AUDIT
007845             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
007846             GO TO 5000-EXIT
007847         END-IF.
007850         SORT PURGE-SORT-FILE
007860             ON ASCENDING KEY PS-GEN-MONTH PS-ORIG-SEQ
007870             INPUT PROCEDURE IS 5100-SELECT-AUDIT
007880                 THRU 5100-EXIT
007890             OUTPUT PROCEDURE IS 7000-WRITE-GENERATIONS
007900                 THRU 7000-EXIT.
007910         CLOSE TASK-AUDIT KEEP-WORK.
007920         IF PRG-FILE-IN-ERROR
007930             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
007940             GO TO 5000-EXIT
007950         END-IF.
007960         IF PRG-MOVED-COUNT > ZERO
007970             PERFORM 5200-REWRITE-TASK-AUDIT THRU 5200-EXIT
007980         END-IF.
007990         IF PRG-FILE-IN-ERROR
008000             PERFORM 6900-FILE-NOT-PURGED THRU 6900-EXIT
008010             GO TO 5000-EXIT
008020         END-IF.
008030         IF PRG-MOVED-COUNT > ZERO
008040             ADD PRG-AUD-ADDS TO PC-PURGED-ADDS
008050             ADD PRG-AUD-DELETES TO PC-PURGED-DELETES
008060             ADD PRG-AUD-ARCHIVES TO PC-PURGED-ARCHIVES
008070             ADD PRG-AUD-RESTORES TO PC-PURGED-RESTORES
008080             ADD PRG-AUD-OTHERS TO PC-PURGED-OTHER-AUDITS
008090             PERFORM 6800-WRITE-PURGE-CONTROL THRU 6800-EXIT
008100         END-IF.
008110         PERFORM 6500-PRINT-FILE-TOTALS THRU 6500-EXIT.
008120 5000-EXIT.
008130         EXIT.
008140
008150 5100-SELECT-AUDIT.
008160         PERFORM 5110-SELECT-ONE-AUDIT THRU 5110-EXIT
008170             UNTIL PRG-TASKAUD-EOF.
008180 5100-EXIT.
008190         EXIT.
008200
008210 5110-SELECT-ONE-AUDIT.
008220         READ TASK-AUDIT
008230             AT END
008240                 SET PRG-TASKAUD-EOF TO TRUE
008250             NOT AT END
008260                 ADD 1 TO PRG-READ-COUNT
008270                 MOVE AU-AUDIT-DATE TO PRG-RECORD-DATE
008280                 IF PRG-RECORD-DATE > ZERO
008290                     AND PRG-RECORD-DATE < PRG-CUTOFF-DATE
008300                     PERFORM 5120-TALLY-MOVED-ACTION
008310                         THRU 5120-EXIT
008320                     MOVE TASK-AUDIT-RECORD TO PS-RECORD
008330                     PERFORM 6100-RELEASE-MOVED THRU 6100-EXIT
008340                 ELSE
008350                     MOVE TASK-AUDIT-RECORD TO KEEP-WORK-RECORD
008360                     PERFORM 6200-WRITE-KEPT THRU 6200-EXIT
008370                 END-IF
008380         END-READ.
008390 5110-EXIT.
008400         EXIT.
008410
008420 5120-TALLY-MOVED-ACTION.
008430         EVALUATE TRUE
008440             WHEN AU-ACTION-ADD
008450                 ADD 1 TO PRG-AUD-ADDS
008460             WHEN AU-ACTION-DELETE
008470                 ADD 1 TO PRG-AUD-DELETES
008480             WHEN AU-ACTION-ARCHIVE
008490                 ADD 1 TO PRG-AUD-ARCHIVES
008500             WHEN AU-ACTION-RESTORE
008510                 ADD 1 TO PRG-AUD-RESTORES
008520             WHEN OTHER
008530                 ADD 1 TO PRG-AUD-OTHERS
008540         END-EVALUATE.
008550 5120-EXIT.
008560         EXIT.
008570
008580 5200-REWRITE-TASK-AUDIT.
008590         OPEN INPUT KEEP-WORK.
008591         IF NOT PRG-KEEP-OK
008592             DISPLAY "Unable to reopen KEEP-WORK, status "
008593                 PRG-KEEP-STATUS
008594             SET PRG-FILE-IN-ERROR TO TRUE
008595             GO TO 5200-EXIT
008596         END-IF.
008600         OPEN OUTPUT TASK-AUDIT.
008610         IF NOT PRG-TASKAUD-OK
008620             DISPLAY "Unable to rewrite TASK-AUDIT, status "
008630                 PRG-TASKAUD-STATUS
008640             CLOSE KEEP-WORK
008650             SET PRG-FILE-IN-ERROR TO TRUE
008660             GO TO 5200-EXIT
008670         END-IF.
008680         PERFORM 5210-REWRITE-ONE-AUDIT THRU 5210-EXIT
008690             UNTIL PRG-KEEP-EOF.
008700         CLOSE KEEP-WORK TASK-AUDIT.
008710         PERFORM 6300-CHECK-REWRITE-COUNT THRU 6300-EXIT.
008720 5200-EXIT.
008730         EXIT.
008740
008750 5210-REWRITE-ONE-AUDIT.
008760         READ KEEP-WORK
008770             AT END
008780                 SET PRG-KEEP-EOF TO TRUE
008790             NOT AT END
008800                 MOVE KEEP-WORK-RECORD TO TASK-AUDIT-RECORD
008810                 WRITE TASK-AUDIT-RECORD
008820                 ADD 1 TO PRG-REWRITE-COUNT
008830         END-READ.
008840 5210-EXIT.
008850         EXIT.
008860
008870*****************************************************************
008880*    6000-START-ONE-FILE - RESET THE PER-FILE TOTALS AND PRINT   *
008890*    THE FILE'S HEADING LINE                                     *
008900*****************************************************************
008910 6000-START-ONE-FILE.
008920         MOVE ZERO TO PRG-READ-COUNT.
008930         MOVE ZERO TO PRG-KEPT-COUNT.
008940         MOVE ZERO TO PRG-MOVED-COUNT.
008950         MOVE ZERO TO PRG-REWRITE-COUNT.
008960         MOVE ZERO TO PRG-RELEASE-SEQ.
008970         MOVE "N" TO PRG-FILE-ERROR-FLAG.
008980         MOVE "N" TO PRG-SORT-DONE-FLAG.
008990         MOVE "00" TO PRG-KEEP-STATUS.
009000         MOVE SPACES TO PRG-PRINT-LINE.
009010         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009020         MOVE PRG-FILE-BASE TO PRG-FIL-NAME.
009030         MOVE PRG-CUTOFF-DATE TO PRG-FIL-CUTOFF.
009040         MOVE PRG-FILE-LINE TO PRG-PRINT-LINE.
009050         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009060 6000-EXIT.
009070         EXIT.
009080
009090*****************************************************************
009100*    6100-RELEASE-MOVED - PASS ONE MOVED RECORD TO THE SORT,     *
009110*    TAGGED WITH ITS GENERATION MONTH AND ITS ORIGINAL POSITION  *
009120*    SO EACH GENERATION KEEPS THE FILE'S OWN ORDER               *
009130*****************************************************************
009140 6100-RELEASE-MOVED.
009150         ADD 1 TO PRG-RELEASE-SEQ.
009160         MOVE PRG-RECORD-MONTH TO PS-GEN-MONTH.
009170         MOVE PRG-RELEASE-SEQ TO PS-ORIG-SEQ.
009180         RELEASE PURGE-SORT-RECORD.
009190         ADD 1 TO PRG-MOVED-COUNT.
009200 6100-EXIT.
009210         EXIT.
009220
009230 6200-WRITE-KEPT.
009240         WRITE KEEP-WORK-RECORD.
009250         IF NOT PRG-KEEP-OK
009260             DISPLAY "Unable to write KEEP-WORK, status "
009270                 PRG-KEEP-STATUS
009280             SET PRG-FILE-IN-ERROR TO TRUE
009290         END-IF.
009300         ADD 1 TO PRG-KEPT-COUNT.
009310 6200-EXIT.
009320         EXIT.
009330
009340*****************************************************************
009350*    6300-CHECK-REWRITE-COUNT - THE REWRITTEN FILE MUST HOLD     *
009360*    EXACTLY THE RECORDS THE SELECTION PASS KEPT                 *
009370*****************************************************************
009380 6300-CHECK-REWRITE-COUNT.
009390         IF PRG-REWRITE-COUNT NOT = PRG-KEPT-COUNT
009400             DISPLAY "TASKPRG: " PRG-FILE-BASE " rewritten with "
009410                 PRG-REWRITE-COUNT " record(s) but "
009420                 PRG-KEPT-COUNT " were kept."
009430             SET PRG-FILE-IN-ERROR TO TRUE
009440         END-IF.
009450 6300-EXIT.
009460         EXIT.
009470
009480*****************************************************************
009490*    6500-PRINT-FILE-TOTALS - READ, KEPT AND MOVED FOR THE FILE  *
009500*****************************************************************
009510 6500-PRINT-FILE-TOTALS.
009520         MOVE "RECORDS READ" TO PRG-TTL-LABEL.
009530         MOVE PRG-READ-COUNT TO PRG-TTL-COUNT.
009540         MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE.
009550         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009560         MOVE "RECORDS KEPT" TO PRG-TTL-LABEL.
009570         MOVE PRG-KEPT-COUNT TO PRG-TTL-COUNT.
009580         MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE.
009590         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009600         MOVE "RECORDS MOVED" TO PRG-TTL-LABEL.
009610         MOVE PRG-MOVED-COUNT TO PRG-TTL-COUNT.
009620         MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE.
009630         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009640         DISPLAY "TASKPRG: " PRG-FILE-BASE " " PRG-READ-COUNT
009650             " read, " PRG-KEPT-COUNT " kept, "
009660             PRG-MOVED-COUNT " moved to history.".
009670 6500-EXIT.
009680         EXIT.
009690
009700*****************************************************************
009710*    6800-WRITE-PURGE-CONTROL - REWRITTEN AS SOON AS EACH FILE   *
009720*    IS REWRITTEN, SO THE CARRIED-FORWARD TOTALS NEVER FALL      *
009730*    BEHIND WHAT HAS ACTUALLY LEFT THE FILES                     *
009740*****************************************************************
009750 6800-WRITE-PURGE-CONTROL.
009760         MOVE PRG-CURRENT-DATE TO PC-LAST-PURGE-DATE.
009770         MOVE PRG-CURRENT-TIME TO PC-LAST-PURGE-TIME.
009780         MOVE PRG-RETENTION-DAYS TO PC-RETENTION-DAYS.
009790         OPEN OUTPUT PURGE-CONTROL.
009800         IF NOT PRG-PURGCTL-OK
009810             DISPLAY "Unable to rewrite PURGE-CONTROL, status "
009820                 PRG-PURGCTL-STATUS
009830             ADD 1 TO PRG-ERROR-COUNT
009840             GO TO 6800-EXIT
009850         END-IF.
009860         WRITE PURGE-CONTROL-RECORD.
009870         CLOSE PURGE-CONTROL.
009880 6800-EXIT.
009890         EXIT.
009900
009910 6900-FILE-NOT-PURGED.
009920         ADD 1 TO PRG-ERROR-COUNT.
009930         MOVE "NOT PURGED - SEE LOG" TO PRG-TTL-LABEL.
009940         MOVE PRG-MOVED-COUNT TO PRG-TTL-COUNT.
009950         MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE.
009960         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009970 6900-EXIT.
009980         EXIT.
009990
010000*****************************************************************
010010*    7000-WRITE-GENERATIONS - SORT OUTPUT PROCEDURE SHARED BY    *
010020*    ALL FOUR FILES.  THE MOVED RECORDS RETURN IN MONTH ORDER;   *
010030*    EACH MONTH BREAK CLOSES ONE GENERATION AND OPENS THE NEXT.  *
010040*****************************************************************
010050 7000-WRITE-GENERATIONS.
010060         MOVE ZERO TO PRG-PRIOR-MONTH.
010070         MOVE "N" TO PRG-GEN-OPEN-FLAG.
010080         PERFORM 7100-WRITE-ONE-MOVED THRU 7100-EXIT
010090             UNTIL PRG-SORT-DONE.
010100         IF PRG-GEN-IS-OPEN
010110             PERFORM 7300-CLOSE-GENERATION THRU 7300-EXIT
010120         END-IF.
010130 7000-EXIT.
010140         EXIT.
010150
010160 7100-WRITE-ONE-MOVED.
010170         RETURN PURGE-SORT-FILE
010180             AT END
010190                 SET PRG-SORT-DONE TO TRUE
010200             NOT AT END
010210                 IF PS-GEN-MONTH NOT = PRG-PRIOR-MONTH
010220                     PERFORM 7200-OPEN-GENERATION THRU 7200-EXIT
010230                 END-IF
010240                 IF PRG-GEN-IS-OPEN
010250                     MOVE PS-RECORD TO HISTORY-GENERATION-RECORD
010260                     WRITE HISTORY-GENERATION-RECORD
010270                     IF PRG-GEN-OK
010280                         ADD 1 TO PRG-GEN-COUNT
010290                     ELSE
010300                         SET PRG-FILE-IN-ERROR TO TRUE
010310                     END-IF
010320                 END-IF
010330         END-RETURN.
010340 7100-EXIT.
010350         EXIT.
010360
010370*****************************************************************
010380*    7200-OPEN-GENERATION - CLOSE THE PRIOR MONTH AND EXTEND     *
010390*    (OR CREATE) THIS MONTH'S GENERATION.  A GENERATION THAT     *
010400*    CANNOT BE OPENED FAILS THE WHOLE FILE SO ITS SOURCE IS      *
010410*    NEVER REWRITTEN WITHOUT THE MOVED RECORDS.                  *
010420*****************************************************************
010430 7200-OPEN-GENERATION.
010440         IF PRG-GEN-IS-OPEN
010450             PERFORM 7300-CLOSE-GENERATION THRU 7300-EXIT
010460         END-IF.
010470         MOVE PS-GEN-MONTH TO PRG-PRIOR-MONTH.
010480         MOVE ZERO TO PRG-GEN-COUNT.
010490         MOVE SPACES TO PRG-GEN-NAME.
010500         STRING PRG-FILE-BASE DELIMITED BY SPACE
010510             ".G" DELIMITED BY SIZE
010520             PS-GEN-MONTH DELIMITED BY SIZE
010530             INTO PRG-GEN-NAME.
010540         OPEN EXTEND HISTORY-GENERATION.
010550         IF PRG-GEN-NOTFOUND
010560             OPEN OUTPUT HISTORY-GENERATION
010570         END-IF.
010580         IF PRG-GEN-OK
010590             SET PRG-GEN-IS-OPEN TO TRUE
010600         ELSE
010610             DISPLAY "Unable to open history generation "
010620                 PRG-GEN-NAME ", status " PRG-GEN-STATUS
010630             SET PRG-FILE-IN-ERROR TO TRUE
010640         END-IF.
010650 7200-EXIT.
010660         EXIT.
010670
010680 7300-CLOSE-GENERATION.
010690         CLOSE HISTORY-GENERATION.
010700         MOVE "N" TO PRG-GEN-OPEN-FLAG.
010710         MOVE PRG-GEN-NAME TO PRG-GNL-NAME.
010720         MOVE PRG-GEN-COUNT TO PRG-GNL-COUNT.
010730         MOVE PRG-GEN-LINE TO PRG-PRINT-LINE.
010740         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010750 7300-EXIT.
010760         EXIT.
010770
010780*****************************************************************
010790*    8000-PRINT-CARRIED-FORWARD - THE RUNNING TOTALS TASKBAL     *
010800*    WILL ADD BACK INTO ITS CROSS-FOOTS                          *
010810*****************************************************************
010820 8000-PRINT-CARRIED-FORWARD.
010830         MOVE SPACES TO PRG-PRINT-LINE.
010840         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010850         MOVE "CARRIED FORWARD ON PURGCTL FOR TASKBAL"
010860             TO PRG-PRINT-LINE.
010870         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010880         MOVE "PURGED AUDIT ADDS" TO PRG-TTL-LABEL.
010890         MOVE PC-PURGED-ADDS TO PRG-TTL-COUNT.
010900         MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE.
010910         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010920         MOVE "PURGED AUDIT DELETES" TO PRG-TTL-LABEL.
010930         MOVE PC-PURGED-DELETES TO PRG-TTL-COUNT.
010940         MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE.
010950         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010960         MOVE "PURGED AUDIT ARCHIVES" TO PRG-TTL-LABEL.
010970         MOVE PC-PURGED-ARCHIVES TO PRG-TTL-COUNT.
010980         MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE.
010990         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
011000         MOVE "PURGED AUDIT RESTORES" TO PRG-TTL-LABEL.
011010         MOVE PC-PURGED-RESTORES TO PRG-TTL-COUNT.
011020         MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE.
011030         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
011040         MOVE "PURGED ARCHIVE RECORDS" TO PRG-TTL-LABEL.
011050         MOVE PC-PURGED-ARC-RECORDS TO PRG-TTL-COUNT.
011060         MOVE PRG-TOTAL-LINE TO PRG-PRINT-LINE.
011070         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
011080 8000-EXIT.
011090         EXIT.
011100
011110*****************************************************************
011120*    9000-OPEN-PRINT-FILE - EACH RUN'S REPORT REPLACES THE       *
011130*    PREVIOUS ONE; THE OPERATOR FILES IT BEFORE THE NEXT RUN     *
011140*****************************************************************
011150 9000-OPEN-PRINT-FILE.
011160         OPEN OUTPUT REPORT-PRINT.
011170         IF PRG-PRINT-OK
011180             SET PRG-PRINT-FILE-OPEN TO TRUE
011190             MOVE 999 TO PRG-PRINT-LINE-COUNT
011200             MOVE ZERO TO PRG-PRINT-PAGE-COUNT
011210         ELSE
011220             DISPLAY "Unable to open REPORT-PRINT, status "
011230                 PRG-PRINT-STATUS
011240         END-IF.
011250 9000-EXIT.
011260         EXIT.
011270
011280*****************************************************************
011290*    9100-PRINT-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW  *
011300*    PAGE WITH REPEATED HEADINGS EVERY PRG-PRINT-PAGE-LIMIT      *
011310*    LINES                                                       *
011320*****************************************************************
011330 9100-PRINT-LINE.
011340         IF NOT PRG-PRINT-FILE-OPEN
011350             GO TO 9100-EXIT
011360         END-IF.
011370         IF PRG-PRINT-LINE-COUNT NOT < PRG-PRINT-PAGE-LIMIT
011380             PERFORM 9200-PRINT-HEADINGS THRU 9200-EXIT
011390         END-IF.
011400         MOVE PRG-PRINT-LINE TO REPORT-PRINT-RECORD.
011410         WRITE REPORT-PRINT-RECORD.
011420         ADD 1 TO PRG-PRINT-LINE-COUNT.
011430         MOVE SPACES TO PRG-PRINT-LINE.
011440 9100-EXIT.
011450         EXIT.
011460
011470 9200-PRINT-HEADINGS.
011480         ADD 1 TO PRG-PRINT-PAGE-COUNT.
011490         MOVE PRG-CURRENT-DATE TO PRG-HDG-DATE.
011500         MOVE PRG-CURRENT-TIME TO PRG-HDG-TIME.
011510         MOVE PRG-PRINT-PAGE-COUNT TO PRG-HDG-PAGE.
011520         MOVE PRG-HEADING-1 TO REPORT-PRINT-RECORD.
011530         WRITE REPORT-PRINT-RECORD.
011540         MOVE SPACES TO REPORT-PRINT-RECORD.
011550         WRITE REPORT-PRINT-RECORD.
011560         MOVE PRG-HEADING-2 TO REPORT-PRINT-RECORD.
011570         WRITE REPORT-PRINT-RECORD.
011580         MOVE SPACES TO REPORT-PRINT-RECORD.
011590         WRITE REPORT-PRINT-RECORD.
011600         MOVE 4 TO PRG-PRINT-LINE-COUNT.
011610 9200-EXIT.
011620         EXIT.
011630
011640 9300-CLOSE-PRINT-FILE.
011650         IF NOT PRG-PRINT-FILE-OPEN
011660             GO TO 9300-EXIT
011670         END-IF.
011680         MOVE SPACES TO PRG-PRINT-LINE.
011690         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
011700         MOVE PRG-ERROR-COUNT TO PRG-END-COUNT.
011710         MOVE PRG-END-LINE TO PRG-PRINT-LINE.
011720         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
011730         CLOSE REPORT-PRINT.
011740 9300-EXIT.
011750         EXIT.
011760
011770 END PROGRAM TASKPRG.
