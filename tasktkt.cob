000010*****************************************************************
000020*PROGRAM-ID.  TASKTKT                                       *
000030*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000040*    INSTALLATION. SHIFT OPERATIONS                             *
000050*    DATE-WRITTEN. 2026-10-15                                   *
000060*    DATE-COMPILED.                                              *
000070*                                                                *
000080*    CHANGE-TICKET INBOUND INTERFACE.  READS THE TRANSACTION    *
000090*    FILE SENT FROM THE CHANGE-TICKET SYSTEM AND APPLIES EACH   *
000100*    UPDATE TO THE TASK CARRYING THE TICKET NUMBER IN           *
000110*    TM-EXT-REF - A STATUS CHANGE UNDER THE SAME VOCABULARY,    *
000120*    TRANSITION AND PREDECESSOR RULES TODOLIST ENFORCES, A      *
000130*    FREE-TEXT NOTE, OR A REASSIGNMENT TO ANOTHER ACTIVE        *
000140*    OPERATOR.  EVERY CHANGE IS WRITTEN TO TASK-AUDIT UNDER     *
000150*    THE JOB ID.  A TRANSACTION THAT CANNOT BE APPLIED IS       *
000160*    WRITTEN TO THE REJECT FILE WITH A REASON CODE, AND A       *
000170*    COMPLETED RUN ENDS THE REJECT FILE WITH A CONTROL-TOTAL    *
000180*    TRAILER.  THE TKTCKPT CHECKPOINT IS REWRITTEN AFTER EVERY  *
000190*    TRANSACTION, SINCE EACH KEYED UPDATE IS ON DISK AS SOON AS *
000200*    IT IS MADE, SO A RERUN AFTER AN ABEND SKIPS EXACTLY THE    *
000210*    ROWS ALREADY DEALT WITH.  TAKES THE TASKLOCK BUSY-LOCK; A  *
000220*    LOCKED RUN ENDS WITH RETURN-CODE 8, A RUN WITH REJECTS     *
000230*    WITH RETURN-CODE 4.                                        *
000240*-----------------------------------------------------------------
000250*    MODIFICATION HISTORY                                       *
000260*    2026-10-15  DPO  ORIGINAL PROGRAM.                         *
000270*    2026-10-15  DPO  STATUS AND OWNER CHANGES ARE AUDITED WITH *
000280*                     THEIR FIELD ID; A TICKET NOTE IS NOW      *
000290*                     AUDITED AS A NOTE ADD ("N") CARRYING THE  *
000300*                     NOTE RECORD, SO TASKRCV CAN REPLAY IT.    *
000301*    2026-10-15  DPO  A TASK-AUDIT OPEN FAILURE NOW ABANDONS    *
000302*                     THE RUN.  A TKTCKPT THAT CANNOT BE        *
000303*                     WRITTEN STOPS THE RUN WITH RETURN-CODE 8. *
000304*                     THE TICKET NUMBER IS UPPER-CASED BEFORE   *
000305*                     THE TM-EXT-REF LOOKUP.                    *
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. TASKTKT.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380         SELECT TICKET-TRANS ASSIGN TO "TKTIN"
000390             ORGANIZATION IS LINE SEQUENTIAL
000400             FILE STATUS IS TKT-TKTIN-STATUS.
000410         SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS DYNAMIC
000440             RECORD KEY IS TM-ID
000450             ALTERNATE RECORD KEY IS TM-EXT-REF
000460                 WITH DUPLICATES
000470             FILE STATUS IS TKT-TASKMSTR-STATUS.
000480         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000490             ORGANIZATION IS LINE SEQUENTIAL
000500             FILE STATUS IS TKT-TASKAUD-STATUS.
000510         SELECT TASK-NOTES ASSIGN TO "TASKNOTE"
000520             ORGANIZATION IS INDEXED
000530             ACCESS MODE IS DYNAMIC
000540             RECORD KEY IS TN-NOTE-KEY
000550             FILE STATUS IS TKT-TASKNOTE-STATUS.
000560         SELECT TASK-DEPS ASSIGN TO "TASKDEP"
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS DYNAMIC
000590             RECORD KEY IS TD-DEP-KEY
000600             FILE STATUS IS TKT-TASKDEP-STATUS.
000610         SELECT USER-MASTER ASSIGN TO "USERMSTR"
000620             ORGANIZATION IS INDEXED
000630             ACCESS MODE IS RANDOM
000640             RECORD KEY IS US-OPERATOR-ID
000650             FILE STATUS IS TKT-USERMSTR-STATUS.
000660         SELECT TICKET-REJECTS ASSIGN TO "TKTREJ"
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS TKT-TKTREJ-STATUS.
000690         SELECT TICKET-CHECKPOINT ASSIGN TO "TKTCKPT"
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS TKT-TKTCKPT-STATUS.
000720         SELECT TASK-LOCK ASSIGN TO "TASKLOCK"
000730             ORGANIZATION IS LINE SEQUENTIAL
000740             FILE STATUS IS TKT-TASKLOCK-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  TICKET-TRANS.
000790 01  TICKET-TRANS-RECORD.
000800         COPY TKTTRAN.
000810
000820 FD  TASK-MASTER.
000830 01  TASK-MASTER-RECORD.
000840         COPY TASKMSTR.
000850
000860 FD  TASK-AUDIT.
000870 01  TASK-AUDIT-RECORD.
000880         COPY TASKAUD.
000890
000900 FD  TASK-NOTES.
000910 01  TASK-NOTES-RECORD.
000920         COPY TASKNOTE.
000930
000940 FD  TASK-DEPS.
000950 01  TASK-DEPS-RECORD.
000960         COPY TASKDEP.
000970
000980 FD  USER-MASTER.
000990 01  USER-MASTER-RECORD.
001000         COPY USERMSTR.
001010
001020 FD  TICKET-REJECTS.
001030 01  TICKET-REJECTS-RECORD.
001040         COPY TKTREJ.
001050
001060 FD  TICKET-CHECKPOINT.
001070 01  TICKET-CHECKPOINT-RECORD.
001080         COPY TKTCKPT.
001090
001100 FD  TASK-LOCK.
001110 01  TASK-LOCK-RECORD.
001120         COPY TASKLOCK.
001130
001140 WORKING-STORAGE SECTION.
001150*    ---------------------------------------------------------
001160*    RUN COUNTERS AND CONTROL FIELDS.  THE APPLIED AND
001170*    REJECTED COUNTS ARE CARRIED THROUGH THE CHECKPOINT SO THE
001180*    TRAILER TOTALS COVER THE WHOLE FILE ACROSS A RESTART.
001190*    ---------------------------------------------------------
001200 01  TKT-INPUT-COUNT             PIC 9(07) VALUE ZERO.
001210 01  TKT-SKIP-COUNT              PIC 9(07) VALUE ZERO.
001220 01  TKT-STATUS-COUNT            PIC 9(07) VALUE ZERO.
001230 01  TKT-NOTE-COUNT              PIC 9(07) VALUE ZERO.
001240 01  TKT-OWNER-COUNT             PIC 9(07) VALUE ZERO.
001250 01  TKT-REJECTED-COUNT          PIC 9(07) VALUE ZERO.
001260 01  TKT-APPLIED-COUNT           PIC 9(07) VALUE ZERO.
001270 01  TKT-JOB-ID                  PIC X(08) VALUE "TASKTKT".
001280 01  TKT-LOCK-HELD-FLAG          PIC X(01) VALUE "N".
001290         88  TKT-LOCK-HELD           VALUE "Y".
001300 01  TKT-ABORT-FLAG              PIC X(01) VALUE "N".
001310         88  TKT-RUN-ABORTED         VALUE "Y".
001320 01  TKT-TASKDEP-OPEN-FLAG       PIC X(01) VALUE "N".
001330         88  TKT-TASKDEP-OPEN        VALUE "Y".
001331 01  TKT-EXT-REF                 PIC X(12) VALUE SPACES.
001340*    ---------------------------------------------------------
001350*    FILE STATUS SWITCHES
001360*    ---------------------------------------------------------
001370 01  TKT-FILE-STATUSES.
001380         05  TKT-TKTIN-STATUS        PIC X(02) VALUE "00".
001390             88  TKT-TKTIN-OK        VALUE "00".
001400             88  TKT-TKTIN-EOF       VALUE "10".
001410         05  TKT-TASKMSTR-STATUS     PIC X(02) VALUE "00".
001420             88  TKT-TASKMSTR-OK     VALUE "00" "02".
001430             88  TKT-TASKMSTR-EOF    VALUE "10".
001440             88  TKT-TASKMSTR-NOTFOUND
001450                 VALUES "23" "35" "05".
001460         05  TKT-TASKAUD-STATUS      PIC X(02) VALUE "00".
001470             88  TKT-TASKAUD-OK      VALUE "00".
001480             88  TKT-TASKAUD-NOTFOUND
001490                 VALUE "35".
001500         05  TKT-TASKNOTE-STATUS     PIC X(02) VALUE "00".
001510             88  TKT-TASKNOTE-OK     VALUE "00".
001520             88  TKT-TASKNOTE-NOTFOUND
001530                 VALUES "23" "35" "05".
001540         05  TKT-TASKDEP-STATUS      PIC X(02) VALUE "00".
001550             88  TKT-TASKDEP-OK      VALUE "00".
001560             88  TKT-TASKDEP-NOTFOUND
001570                 VALUES "23" "35" "05".
001580         05  TKT-USERMSTR-STATUS     PIC X(02) VALUE "00".
001590             88  TKT-USERMSTR-OK     VALUE "00".
001600             88  TKT-USERMSTR-NOTFOUND
001610                 VALUES "23" "35" "05".
001620         05  TKT-TKTREJ-STATUS       PIC X(02) VALUE "00".
001630             88  TKT-TKTREJ-OK       VALUE "00".
001640             88  TKT-TKTREJ-NOTFOUND VALUE "35".
001650         05  TKT-TKTCKPT-STATUS      PIC X(02) VALUE "00".
001660             88  TKT-TKTCKPT-OK      VALUE "00".
001670             88  TKT-TKTCKPT-NOTFOUND
001680                 VALUE "35".
001690         05  TKT-TASKLOCK-STATUS     PIC X(02) VALUE "00".
001700             88  TKT-TASKLOCK-OK     VALUE "00".
001710             88  TKT-TASKLOCK-EOF    VALUE "10".
001720             88  TKT-TASKLOCK-NOTFOUND
001730                 VALUES "35" "05".
001740*    ---------------------------------------------------------
001750*    REJECT REASONS - TR-REASON-CODE IS THE ENTRY NUMBER
001760*    ---------------------------------------------------------
001770 01  TKT-REASON-TEXTS.
001780         05  FILLER                  PIC X(40)
001790                 VALUE "TICKET REFERENCE IS BLANK".
001800         05  FILLER                  PIC X(40)
001810                 VALUE "NO TASK CARRIES THIS TICKET REFERENCE".
001820         05  FILLER                  PIC X(40)
001830                 VALUE "TICKET REFERENCE IS ON MORE THAN 1 TASK".
001840         05  FILLER                  PIC X(40)
001850                 VALUE "TRANSACTION TYPE IS NOT S, N OR R".
001860         05  FILLER                  PIC X(40)
001870                 VALUE "STATUS IS NOT A RECOGNIZED STATUS".
001880         05  FILLER                  PIC X(40)
001890                 VALUE "STATUS TRANSITION IS NOT ALLOWED".
001900         05  FILLER                  PIC X(40)
001910                 VALUE "A PREDECESSOR TASK IS STILL OPEN".
001920         05  FILLER                  PIC X(40)
001930                 VALUE "NOTE TEXT IS BLANK".
001940         05  FILLER                  PIC X(40)
001950                 VALUE "TASK ALREADY HAS 999 NOTES".
001960         05  FILLER                  PIC X(40)
001970                 VALUE "NEW OWNER IS NOT ON USER-MASTER".
001980         05  FILLER                  PIC X(40)
001990                 VALUE "NEW OWNER IS DEACTIVATED".
002000         05  FILLER                  PIC X(40)
002010                 VALUE "TASK IS CLOSED - CANNOT BE REASSIGNED".
002020         05  FILLER                  PIC X(40)
002030                 VALUE "TASK IS ALREADY OWNED BY THAT OPERATOR".
002040         05  FILLER                  PIC X(40)
002050                 VALUE "TASK FILE UPDATE FAILED".
002060 01  TKT-REASON-LIST REDEFINES TKT-REASON-TEXTS.
002070         05  TKT-REASON-TEXT         PIC X(40) OCCURS 14 TIMES
002080                 INDEXED BY TKT-REASON-IDX.
002090 01  TKT-REASON-NUM              PIC 9(02) VALUE ZERO.
002100         88  TKT-TRAN-ACCEPTED       VALUE ZERO.
002110*    ---------------------------------------------------------
002120*    TRANSACTION WORK AREAS
002130*    ---------------------------------------------------------
002140 01  TKT-TASK-ID                 PIC 9(06) VALUE ZERO.
002150 01  TKT-NEW-STATUS              PIC X(10).
002160 01  TKT-OLD-STATUS              PIC X(10).
002170 01  TKT-NEW-OWNER               PIC X(08).
002180 01  TKT-OLD-OWNER               PIC X(08).
002190 01  TKT-STATUS-VALID-FLAG       PIC X(01) VALUE "N".
002200         88  TKT-STATUS-CODE-VALID   VALUE "Y".
002210 01  TKT-TRANSITION-OK-FLAG      PIC X(01) VALUE "N".
002220         88  TKT-TRANSITION-OK       VALUE "Y".
002230 01  TKT-NOTE-TOTAL              PIC 9(03) VALUE ZERO.
002240 01  TKT-NOTE-DONE-FLAG          PIC X(01) VALUE "N".
002250         88  TKT-NOTE-SCAN-DONE      VALUE "Y".
002260 01  TKT-NOTE-AUDIT-VALUE.
002270         05  FILLER                  PIC X(05) VALUE "NOTE ".
002280         05  TKT-NOTE-AUDIT-SEQ      PIC 9(03).
002290         05  FILLER                  PIC X(18)
002300                 VALUE " ADDED FROM TICKET".
002310*    ---------------------------------------------------------
002320*    PREDECESSOR WORK AREAS - THE SAME TABLE-THEN-READ CHECK
002330*    TODOLIST MAKES BEFORE A TASK MAY COMPLETE.
002340*    ---------------------------------------------------------
002350 01  TKT-DEP-DONE-FLAG           PIC X(01) VALUE "N".
002360         88  TKT-DEP-SCAN-DONE       VALUE "Y".
002370 01  TKT-BLOCKED-FLAG            PIC X(01) VALUE "N".
002380         88  TKT-TASK-BLOCKED        VALUE "Y".
002390 01  TKT-BLOCKING-ID             PIC 9(06) VALUE ZERO.
002400 01  TKT-BLOCKING-STATUS         PIC X(10).
002410 01  TKT-PRED-TABLE.
002420         05  TKT-PRED-COUNT          PIC 9(03) VALUE ZERO.
002430         05  TKT-PRED-ENTRY          PIC 9(06) OCCURS 100 TIMES
002440                 INDEXED BY TKT-PRED-IDX.
002450*    ---------------------------------------------------------
002460*    MISCELLANEOUS WORKING FIELDS
002470*    ---------------------------------------------------------
002480 01  TKT-CURRENT-DATE-TIME.
002490         05  TKT-CURRENT-DATE        PIC 9(08).
002500         05  TKT-CURRENT-TIME        PIC 9(06).
002510         05  FILLER                  PIC X(09).
002520
002530 PROCEDURE DIVISION.
002540*****************************************************************
002550*    0000-MAINLINE                                              *
002560*****************************************************************
002570 0000-MAINLINE.
002580         PERFORM 0100-ACQUIRE-UPDATE-LOCK THRU 0100-EXIT.
002590         IF NOT TKT-LOCK-HELD
002600             MOVE 8 TO RETURN-CODE
002610             STOP RUN
002620         END-IF.
002630         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640         IF TKT-RUN-ABORTED
002650             PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
002660             PERFORM 0200-RELEASE-UPDATE-LOCK THRU 0200-EXIT
002670             DISPLAY "TASKTKT: run abandoned - the checkpoint is "
002680                 "kept for the rerun."
002690             MOVE 8 TO RETURN-CODE
002700             STOP RUN
002710         END-IF.
002720         PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
002730             UNTIL TKT-TKTIN-EOF.
002740         IF NOT TKT-RUN-ABORTED
002741             PERFORM 2900-FINISH-RUN THRU 2900-EXIT
002742         END-IF.
002750         PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
002760         PERFORM 0200-RELEASE-UPDATE-LOCK THRU 0200-EXIT.
002770         COMPUTE TKT-APPLIED-COUNT = TKT-STATUS-COUNT
002780             + TKT-NOTE-COUNT + TKT-OWNER-COUNT.
002790         DISPLAY "TASKTKT: " TKT-INPUT-COUNT
002800             " transaction(s) read, " TKT-APPLIED-COUNT
002810             " applied, " TKT-REJECTED-COUNT " rejected.".
002811         IF TKT-RUN-ABORTED
002812             DISPLAY "TASKTKT: run stopped - TKTCKPT could not "
002813                 "be written; clear the fault before the rerun."
002814             MOVE 8 TO RETURN-CODE
002815             STOP RUN
002816         END-IF.
002820         IF TKT-REJECTED-COUNT > ZERO
002830             MOVE 4 TO RETURN-CODE
002840         END-IF.
002850         STOP RUN.
002860
002870*****************************************************************
002880*    0100-ACQUIRE-UPDATE-LOCK - THE SAME TASKLOCK BUSY-LOCK      *
002890*    TODOLIST TAKES.  AN EMPTY OR MISSING FILE MEANS THE LOCK    *
002900*    IS FREE; A BATCH RUN NEVER OVERRIDES A HELD LOCK.           *
002910*****************************************************************
002920 0100-ACQUIRE-UPDATE-LOCK.
002930         OPEN INPUT TASK-LOCK.
002940         IF TKT-TASKLOCK-NOTFOUND
002950             PERFORM 0150-WRITE-LOCK THRU 0150-EXIT
002960             GO TO 0100-EXIT
002970         END-IF.
002980         IF NOT TKT-TASKLOCK-OK
002990             DISPLAY "Unable to open TASK-LOCK, status "
003000                 TKT-TASKLOCK-STATUS
003010             GO TO 0100-EXIT
003020         END-IF.
003030         READ TASK-LOCK
003040             AT END
003050                 CLOSE TASK-LOCK
003060                 PERFORM 0150-WRITE-LOCK THRU 0150-EXIT
003070                 GO TO 0100-EXIT
003080         END-READ.
003090         CLOSE TASK-LOCK.
003100         DISPLAY "TASKTKT: task files are in use by "
003110             LK-HOLDER-ID " since " LK-LOCK-DATE " "
003120             LK-LOCK-TIME " - run again when the lock is free.".
003130 0100-EXIT.
003140         EXIT.
003150
003160 0150-WRITE-LOCK.
003170         MOVE FUNCTION CURRENT-DATE TO TKT-CURRENT-DATE-TIME.
003180         OPEN OUTPUT TASK-LOCK.
003190         IF NOT TKT-TASKLOCK-OK
003200             DISPLAY "Unable to write TASK-LOCK, status "
003210                 TKT-TASKLOCK-STATUS
003220             GO TO 0150-EXIT
003230         END-IF.
003240         MOVE TKT-JOB-ID TO LK-HOLDER-ID.
003250         MOVE TKT-CURRENT-DATE TO LK-LOCK-DATE.
003260         MOVE TKT-CURRENT-TIME TO LK-LOCK-TIME.
003270         WRITE TASK-LOCK-RECORD.
003280         CLOSE TASK-LOCK.
003290         SET TKT-LOCK-HELD TO TRUE.
003300 0150-EXIT.
003310         EXIT.
003320
003330*****************************************************************
003340*    0200-RELEASE-UPDATE-LOCK - TRUNCATE THE LOCK FILE; EMPTY    *
003350*    MEANS FREE                                                  *
003360*****************************************************************
003370 0200-RELEASE-UPDATE-LOCK.
003380         OPEN OUTPUT TASK-LOCK.
003390         IF TKT-TASKLOCK-OK
003400             CLOSE TASK-LOCK
003410             MOVE "N" TO TKT-LOCK-HELD-FLAG
003420         ELSE
003430             DISPLAY "Unable to release TASK-LOCK, status "
003440                 TKT-TASKLOCK-STATUS
003450         END-IF.
003460 0200-EXIT.
003470         EXIT.
003480
003490*****************************************************************
003500*    1000-INITIALIZE - PICK UP THE CHECKPOINT, THEN OPEN THE     *
003510*    FILES.  ANY FILE THE RUN CANNOT DO WITHOUT ABANDONS IT      *
003520*    BEFORE A SINGLE TRANSACTION IS READ.  A MISSING TASK-DEPS   *
003530*    FILE ONLY MEANS NO TASK HAS A PREDECESSOR.                  *
003540*****************************************************************
003550 1000-INITIALIZE.
003560         MOVE FUNCTION CURRENT-DATE TO TKT-CURRENT-DATE-TIME.
003570         PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
003580         OPEN INPUT TICKET-TRANS.
003590         IF NOT TKT-TKTIN-OK
003600             DISPLAY "Unable to open TICKET-TRANS, status "
003610                 TKT-TKTIN-STATUS
003620             SET TKT-RUN-ABORTED TO TRUE
003630             GO TO 1000-EXIT
003640         END-IF.
003650         OPEN I-O TASK-MASTER.
003660         IF NOT TKT-TASKMSTR-OK
003670             DISPLAY "Unable to open TASK-MASTER, status "
003680                 TKT-TASKMSTR-STATUS
003690             SET TKT-RUN-ABORTED TO TRUE
003700             GO TO 1000-EXIT
003710         END-IF.
003720         OPEN INPUT USER-MASTER.
003730         IF NOT TKT-USERMSTR-OK
003740             DISPLAY "Unable to open USER-MASTER, status "
003750                 TKT-USERMSTR-STATUS
003760             SET TKT-RUN-ABORTED TO TRUE
003770             GO TO 1000-EXIT
003780         END-IF.
003790         OPEN I-O TASK-NOTES.
003800         IF TKT-TASKNOTE-NOTFOUND
003810             OPEN OUTPUT TASK-NOTES
003820             CLOSE TASK-NOTES
003830             OPEN I-O TASK-NOTES
003840         END-IF.
003850         IF NOT TKT-TASKNOTE-OK
003860             DISPLAY "Unable to open TASK-NOTES, status "
003870                 TKT-TASKNOTE-STATUS
003880             SET TKT-RUN-ABORTED TO TRUE
003890             GO TO 1000-EXIT
003900         END-IF.
003910         OPEN INPUT TASK-DEPS.
003920         IF TKT-TASKDEP-OK
003930             SET TKT-TASKDEP-OPEN TO TRUE
003940         ELSE
003950             IF NOT TKT-TASKDEP-NOTFOUND
003960                 DISPLAY "Unable to open TASK-DEPS, status "
003970                     TKT-TASKDEP-STATUS
003980                 SET TKT-RUN-ABORTED TO TRUE
003990                 GO TO 1000-EXIT
004000             END-IF
004010         END-IF.
004020         OPEN EXTEND TASK-AUDIT.
004030         IF TKT-TASKAUD-NOTFOUND
004040             OPEN OUTPUT TASK-AUDIT
004050         END-IF.
004051         IF NOT TKT-TASKAUD-OK
004052             DISPLAY "Unable to open TASK-AUDIT, status "
004053                 TKT-TASKAUD-STATUS
004054             SET TKT-RUN-ABORTED TO TRUE
004055             GO TO 1000-EXIT
004056         END-IF.
004060         IF TKT-SKIP-COUNT > ZERO
004070             OPEN EXTEND TICKET-REJECTS
004080             IF TKT-TKTREJ-NOTFOUND
004090                 OPEN OUTPUT TICKET-REJECTS
004100             END-IF
004110         ELSE
004120             OPEN OUTPUT TICKET-REJECTS
004130         END-IF.
004140         IF NOT TKT-TKTREJ-OK
004150             DISPLAY "Unable to open TICKET-REJECTS, status "
004160                 TKT-TKTREJ-STATUS
004170             SET TKT-RUN-ABORTED TO TRUE
004180         END-IF.
004190 1000-EXIT.
004200         EXIT.
004210
004220*****************************************************************
004230*    1100-LOAD-CHECKPOINT - A NON-ZERO ROW COUNT MEANS THE LAST  *
004240*    RUN DIED PART-WAY THROUGH THIS FILE; RESUME AFTER IT WITH   *
004250*    ITS TOTALS, APPENDING TO ITS REJECT FILE.                   *
004260*****************************************************************
004270 1100-LOAD-CHECKPOINT.
004280         OPEN INPUT TICKET-CHECKPOINT.
004290         IF TKT-TKTCKPT-OK
004300             READ TICKET-CHECKPOINT
004310                 AT END
004320                     CONTINUE
004330                 NOT AT END
004340                     MOVE KC-LAST-ROW-COUNT TO TKT-SKIP-COUNT
004350                     MOVE KC-STATUS-COUNT TO TKT-STATUS-COUNT
004360                     MOVE KC-NOTE-COUNT TO TKT-NOTE-COUNT
004370                     MOVE KC-OWNER-COUNT TO TKT-OWNER-COUNT
004380                     MOVE KC-REJECTED-COUNT TO TKT-REJECTED-COUNT
004390             END-READ
004400             CLOSE TICKET-CHECKPOINT
004410             IF TKT-SKIP-COUNT > ZERO
004420                 DISPLAY "Resuming after " TKT-SKIP-COUNT
004430                     " previously processed transaction(s)."
004440             END-IF
004450         ELSE
004460             IF NOT TKT-TKTCKPT-NOTFOUND
004470                 DISPLAY "Unable to open TICKET-CHECKPOINT, "
004480                     "status " TKT-TKTCKPT-STATUS
004490             END-IF
004500         END-IF.
004510 1100-EXIT.
004520         EXIT.
004530
004540*****************************************************************
004550*    2000-READ-TRANSACTION - READ ONE ROW; A ROW PAST THE        *
004560*    RESTART POINT IS APPLIED OR REJECTED, THEN CHECKPOINTED     *
004570*****************************************************************
004580 2000-READ-TRANSACTION.
004590         READ TICKET-TRANS
004600             AT END
004610                 SET TKT-TKTIN-EOF TO TRUE
004620             NOT AT END
004630                 ADD 1 TO TKT-INPUT-COUNT
004640                 IF TKT-INPUT-COUNT > TKT-SKIP-COUNT
004650                     PERFORM 2100-APPLY-TRANSACTION
004660                         THRU 2100-EXIT
004670                     PERFORM 2800-WRITE-CHECKPOINT
004680                         THRU 2800-EXIT
004690                 END-IF
004700         END-READ.
004710 2000-EXIT.
004720         EXIT.
004730
004740 2100-APPLY-TRANSACTION.
004750         MOVE ZERO TO TKT-REASON-NUM.
004760         IF NOT TT-CHANGE-STATUS
004770             AND NOT TT-ADD-NOTE
004780             AND NOT TT-REASSIGN-OWNER
004790             MOVE 4 TO TKT-REASON-NUM
004800             GO TO 2100-REJECT
004810         END-IF.
004820         PERFORM 2200-FIND-TASK THRU 2200-EXIT.
004830         IF NOT TKT-TRAN-ACCEPTED
004840             GO TO 2100-REJECT
004850         END-IF.
004860         EVALUATE TRUE
004870             WHEN TT-CHANGE-STATUS
004880                 PERFORM 3000-CHANGE-STATUS THRU 3000-EXIT
004890             WHEN TT-ADD-NOTE
004900                 PERFORM 4000-ADD-NOTE THRU 4000-EXIT
004910             WHEN TT-REASSIGN-OWNER
004920                 PERFORM 5000-REASSIGN-OWNER THRU 5000-EXIT
004930         END-EVALUATE.
004940         IF TKT-TRAN-ACCEPTED
004950             GO TO 2100-EXIT
004960         END-IF.
004970 2100-REJECT.
004980         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT.
004990 2100-EXIT.
005000         EXIT.
005010
005020*****************************************************************
005030*    2200-FIND-TASK - READ THE TASK THROUGH THE TM-EXT-REF       *
005040*    ALTERNATE KEY.  THE KEY ALLOWS DUPLICATES, SO THE NEXT ROW  *
005050*    IN REFERENCE ORDER IS CHECKED - A TICKET ON TWO TASKS IS    *
005060*    REJECTED RATHER THAN GUESSED AT.  THE TASK IS THEN RE-READ  *
005070*    BY TM-ID SO THE BUFFER HOLDS IT FOR THE REWRITE.            *
005080*****************************************************************
005090 2200-FIND-TASK.
005100         IF TT-EXT-REF = SPACES
005110             MOVE 1 TO TKT-REASON-NUM
005120             GO TO 2200-EXIT
005130         END-IF.
005140         MOVE FUNCTION UPPER-CASE(TT-EXT-REF) TO TKT-EXT-REF.
005141         MOVE TKT-EXT-REF TO TM-EXT-REF.
005150         READ TASK-MASTER KEY IS TM-EXT-REF
005160             INVALID KEY
005170                 MOVE 2 TO TKT-REASON-NUM
005180                 GO TO 2200-EXIT
005190         END-READ.
005200         IF NOT TKT-TASKMSTR-OK
005210             MOVE 14 TO TKT-REASON-NUM
005220             GO TO 2200-EXIT
005230         END-IF.
005240         MOVE TM-ID TO TKT-TASK-ID.
005250         READ TASK-MASTER NEXT RECORD
005260             AT END
005270                 CONTINUE
005280             NOT AT END
005290                 IF TM-EXT-REF = TKT-EXT-REF
005300                     MOVE 3 TO TKT-REASON-NUM
005310                 END-IF
005320         END-READ.
005330         IF NOT TKT-TRAN-ACCEPTED
005340             GO TO 2200-EXIT
005350         END-IF.
005360         MOVE TKT-TASK-ID TO TM-ID.
005370         READ TASK-MASTER KEY IS TM-ID
005380             INVALID KEY
005390                 MOVE 14 TO TKT-REASON-NUM
005400         END-READ.
005410 2200-EXIT.
005420         EXIT.
005430
005440*****************************************************************
005450*    2700-WRITE-REJECT - ONE REJECT RECORD CARRYING THE ROW      *
005460*    NUMBER, REASON AND THE TRANSACTION AS RECEIVED              *
005470*****************************************************************
005480 2700-WRITE-REJECT.
005490         MOVE SPACES TO TICKET-REJECTS-RECORD.
005500         SET TR-DETAIL TO TRUE.
005510         MOVE TKT-INPUT-COUNT TO TR-INPUT-ROW.
005520         MOVE TKT-REASON-NUM TO TR-REASON-CODE.
005530         SET TKT-REASON-IDX TO TKT-REASON-NUM.
005540         MOVE TKT-REASON-TEXT(TKT-REASON-IDX) TO TR-REASON-TEXT.
005550         MOVE TICKET-TRANS-RECORD TO TR-TRANSACTION.
005560         WRITE TICKET-REJECTS-RECORD.
005570         ADD 1 TO TKT-REJECTED-COUNT.
005580         DISPLAY "Rejected transaction row " TKT-INPUT-COUNT
005590             " (" TT-EXT-REF ") - reason " TR-REASON-CODE ".".
005600 2700-EXIT.
005610         EXIT.
005620
005630*****************************************************************
005640*    2800-WRITE-CHECKPOINT - ROWS DEALT WITH SO FAR AND THE      *
005650*    RUNNING TOTALS                                              *
005660*****************************************************************
005670 2800-WRITE-CHECKPOINT.
005680         MOVE FUNCTION CURRENT-DATE TO TKT-CURRENT-DATE-TIME.
005690         MOVE TKT-INPUT-COUNT TO KC-LAST-ROW-COUNT.
005700         MOVE TKT-STATUS-COUNT TO KC-STATUS-COUNT.
005710         MOVE TKT-NOTE-COUNT TO KC-NOTE-COUNT.
005720         MOVE TKT-OWNER-COUNT TO KC-OWNER-COUNT.
005730         MOVE TKT-REJECTED-COUNT TO KC-REJECTED-COUNT.
005740         MOVE TKT-CURRENT-DATE TO KC-CHECKPOINT-DATE.
005750         MOVE TKT-CURRENT-TIME TO KC-CHECKPOINT-TIME.
005760         OPEN OUTPUT TICKET-CHECKPOINT.
005761         IF NOT TKT-TKTCKPT-OK
005762             DISPLAY "Unable to rewrite TICKET-CHECKPOINT, "
005763                 "status " TKT-TKTCKPT-STATUS
005764             SET TKT-RUN-ABORTED TO TRUE
005765             SET TKT-TKTIN-EOF TO TRUE
005766             GO TO 2800-EXIT
005767         END-IF.
005770         WRITE TICKET-CHECKPOINT-RECORD.
005780         CLOSE TICKET-CHECKPOINT.
005790 2800-EXIT.
005800         EXIT.
005810
005820*****************************************************************
005830*    2900-FINISH-RUN - RUN COMPLETED NORMALLY.  CLOSE THE REJECT *
005840*    FILE WITH THE CONTROL-TOTAL TRAILER AND RESET THE           *
005850*    CHECKPOINT SO THE NEXT TRANSACTION FILE STARTS FROM ROW     *
005860*    ONE.                                                        *
005870*****************************************************************
005880 2900-FINISH-RUN.
005890         MOVE FUNCTION CURRENT-DATE TO TKT-CURRENT-DATE-TIME.
005900         MOVE SPACES TO TICKET-REJECTS-RECORD.
005910         SET TR-TRAILER TO TRUE.
005920         MOVE TKT-CURRENT-DATE TO TR-RUN-DATE.
005930         MOVE TKT-CURRENT-TIME TO TR-RUN-TIME.
005940         MOVE TKT-INPUT-COUNT TO TR-READ-COUNT.
005950         MOVE TKT-STATUS-COUNT TO TR-STATUS-COUNT.
005960         MOVE TKT-NOTE-COUNT TO TR-NOTE-COUNT.
005970         MOVE TKT-OWNER-COUNT TO TR-OWNER-COUNT.
005980         MOVE TKT-REJECTED-COUNT TO TR-REJECTED-COUNT.
005990         WRITE TICKET-REJECTS-RECORD.
006000         MOVE ZERO TO KC-LAST-ROW-COUNT.
006010         MOVE ZERO TO KC-STATUS-COUNT.
006020         MOVE ZERO TO KC-NOTE-COUNT.
006030         MOVE ZERO TO KC-OWNER-COUNT.
006040         MOVE ZERO TO KC-REJECTED-COUNT.
006050         MOVE TKT-CURRENT-DATE TO KC-CHECKPOINT-DATE.
006060         MOVE TKT-CURRENT-TIME TO KC-CHECKPOINT-TIME.
006070         OPEN OUTPUT TICKET-CHECKPOINT.
006071         IF NOT TKT-TKTCKPT-OK
006072             DISPLAY "Unable to reset TICKET-CHECKPOINT, "
006073                 "status " TKT-TKTCKPT-STATUS
006074             SET TKT-RUN-ABORTED TO TRUE
006075             GO TO 2900-EXIT
006076         END-IF.
006080         WRITE TICKET-CHECKPOINT-RECORD.
006090         CLOSE TICKET-CHECKPOINT.
006100 2900-EXIT.
006110         EXIT.
006120
006130*****************************************************************
006140*    3000-CHANGE-STATUS - THE VOCABULARY, TRANSITION AND         *
006150*    PREDECESSOR RULES OF TODOLIST'S 5100-CHANGE-STATUS          *
006160*****************************************************************
006170 3000-CHANGE-STATUS.
006180         MOVE FUNCTION UPPER-CASE(TT-TRAN-VALUE(1:10))
006190             TO TKT-NEW-STATUS.
006200         PERFORM 3100-VALIDATE-STATUS-CODE THRU 3100-EXIT.
006210         IF NOT TKT-STATUS-CODE-VALID
006220             MOVE 5 TO TKT-REASON-NUM
006230             GO TO 3000-EXIT
006240         END-IF.
006250         PERFORM 3200-VALIDATE-TRANSITION THRU 3200-EXIT.
006260         IF NOT TKT-TRANSITION-OK
006270             MOVE 6 TO TKT-REASON-NUM
006280             GO TO 3000-EXIT
006290         END-IF.
006300         IF TKT-NEW-STATUS = "COMPLETE"
006310             PERFORM 3300-CHECK-PREDECESSORS THRU 3300-EXIT
006320             IF TKT-TASK-BLOCKED
006330                 DISPLAY "Task " TM-ID " cannot be completed - "
006340                     "predecessor task " TKT-BLOCKING-ID
006350                     " is still " TKT-BLOCKING-STATUS "."
006360                 MOVE 7 TO TKT-REASON-NUM
006370                 GO TO 3000-EXIT
006380             END-IF
006390         END-IF.
006400         MOVE TM-STATUS TO TKT-OLD-STATUS.
006410         MOVE TKT-NEW-STATUS TO TM-STATUS.
006420         REWRITE TASK-MASTER-RECORD
006430             INVALID KEY
006440                 MOVE 14 TO TKT-REASON-NUM
006450                 GO TO 3000-EXIT
006460         END-REWRITE.
006470         MOVE TKT-OLD-STATUS TO AU-OLD-VALUE.
006480         MOVE TKT-NEW-STATUS TO AU-NEW-VALUE.
006490         SET AU-ACTION-UPDATE TO TRUE.
006500         SET AU-FIELD-STATUS TO TRUE.
006510         MOVE SPACES TO AU-RECORD-IMAGE.
006520         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
006530         ADD 1 TO TKT-STATUS-COUNT.
006540 3000-EXIT.
006550         EXIT.
006560
006570 3100-VALIDATE-STATUS-CODE.
006580         MOVE "N" TO TKT-STATUS-VALID-FLAG.
006590         EVALUATE TKT-NEW-STATUS
006600             WHEN "PENDING"
006610                 SET TKT-STATUS-CODE-VALID TO TRUE
006620             WHEN "ACTIVE"
006630                 SET TKT-STATUS-CODE-VALID TO TRUE
006640             WHEN "COMPLETE"
006650                 SET TKT-STATUS-CODE-VALID TO TRUE
006660             WHEN "CANCELLED"
006670                 SET TKT-STATUS-CODE-VALID TO TRUE
006680             WHEN OTHER
006690                 CONTINUE
006700         END-EVALUATE.
006710 3100-EXIT.
006720         EXIT.
006730
006740 3200-VALIDATE-TRANSITION.
006750         MOVE "N" TO TKT-TRANSITION-OK-FLAG.
006760         EVALUATE TRUE
006770             WHEN TM-STATUS(1:8) = "COMPLETE"
006780                 CONTINUE
006790             WHEN TM-STATUS(1:9) = "CANCELLED"
006800                 CONTINUE
006810             WHEN TM-STATUS = TKT-NEW-STATUS
006820                 CONTINUE
006830             WHEN OTHER
006840                 SET TKT-TRANSITION-OK TO TRUE
006850         END-EVALUATE.
006860 3200-EXIT.
006870         EXIT.
006880
006890*****************************************************************
006900*    3300-CHECK-PREDECESSORS - A TASK MAY NOT COMPLETE WHILE     *
006910*    ANY TASK IT DEPENDS ON IS STILL PENDING OR ACTIVE.  THE     *
006920*    PREDECESSOR IDS ARE TABLED FIRST, THEN CHECKED WITH KEYED   *
006930*    READS, AND THE TASK IS RE-READ AT THE END SO THE RECORD     *
006940*    BUFFER IS EXACTLY AS THE CALLER LEFT IT.                    *
006950*****************************************************************
006960 3300-CHECK-PREDECESSORS.
006970         MOVE "N" TO TKT-BLOCKED-FLAG.
006980         MOVE ZERO TO TKT-PRED-COUNT.
006990         IF NOT TKT-TASKDEP-OPEN
007000             GO TO 3300-EXIT
007010         END-IF.
007020         MOVE "N" TO TKT-DEP-DONE-FLAG.
007030         MOVE TKT-TASK-ID TO TD-SUCC-ID.
007040         MOVE ZERO TO TD-PRED-ID.
007050         START TASK-DEPS KEY NOT LESS THAN TD-DEP-KEY
007060             INVALID KEY
007070                 SET TKT-DEP-SCAN-DONE TO TRUE
007080         END-START.
007090         PERFORM 3310-COLLECT-ONE-PRED THRU 3310-EXIT
007100             UNTIL TKT-DEP-SCAN-DONE.
007110         IF TKT-PRED-COUNT = ZERO
007120             GO TO 3300-EXIT
007130         END-IF.
007140         PERFORM 3320-CHECK-ONE-PREDECESSOR THRU 3320-EXIT
007150             VARYING TKT-PRED-IDX FROM 1 BY 1
007160             UNTIL TKT-PRED-IDX > TKT-PRED-COUNT.
007170         MOVE TKT-TASK-ID TO TM-ID.
007180         READ TASK-MASTER KEY IS TM-ID
007190             INVALID KEY
007200                 CONTINUE
007210         END-READ.
007220 3300-EXIT.
007230         EXIT.
007240
007250 3310-COLLECT-ONE-PRED.
007260         READ TASK-DEPS NEXT RECORD
007270             AT END
007280                 SET TKT-DEP-SCAN-DONE TO TRUE
007290             NOT AT END
007300                 IF TD-SUCC-ID NOT = TKT-TASK-ID
007310                     SET TKT-DEP-SCAN-DONE TO TRUE
007320                 ELSE
007330                     IF TKT-PRED-COUNT < 100
007340                         ADD 1 TO TKT-PRED-COUNT
007350                         SET TKT-PRED-IDX TO TKT-PRED-COUNT
007360                         MOVE TD-PRED-ID
007370                             TO TKT-PRED-ENTRY(TKT-PRED-IDX)
007380                     END-IF
007390                 END-IF
007400         END-READ.
007410 3310-EXIT.
007420         EXIT.
007430
007440*****************************************************************
007450*    3320-CHECK-ONE-PREDECESSOR - AN OPEN PREDECESSOR BLOCKS;    *
007460*    A MISSING ONE (ARCHIVED OR DELETED) NEVER DOES.             *
007470*****************************************************************
007480 3320-CHECK-ONE-PREDECESSOR.
007490         MOVE TKT-PRED-ENTRY(TKT-PRED-IDX) TO TM-ID.
007500         READ TASK-MASTER KEY IS TM-ID
007510             INVALID KEY
007520                 GO TO 3320-EXIT
007530         END-READ.
007540         IF NOT TKT-TASKMSTR-OK
007550             GO TO 3320-EXIT
007560         END-IF.
007570         IF TM-STATUS(1:7) = "PENDING"
007580             OR TM-STATUS(1:6) = "ACTIVE"
007590             SET TKT-TASK-BLOCKED TO TRUE
007600             MOVE TM-ID TO TKT-BLOCKING-ID
007610             MOVE TM-STATUS TO TKT-BLOCKING-STATUS
007620         END-IF.
007630 3320-EXIT.
007640         EXIT.
007650
007660*****************************************************************
007670*    4000-ADD-NOTE - APPEND THE TRANSACTION TEXT AS THE TASK'S   *
007680*    NEXT NOTE, STAMPED WITH THE JOB ID                          *
007690*****************************************************************
007700 4000-ADD-NOTE.
007710         IF TT-TRAN-VALUE = SPACES
007720             MOVE 8 TO TKT-REASON-NUM
007730             GO TO 4000-EXIT
007740         END-IF.
007750         MOVE ZERO TO TKT-NOTE-TOTAL.
007760         MOVE "N" TO TKT-NOTE-DONE-FLAG.
007770         MOVE TM-ID TO TN-TASK-ID.
007780         MOVE ZERO TO TN-NOTE-SEQ.
007790         START TASK-NOTES KEY NOT LESS THAN TN-NOTE-KEY
007800             INVALID KEY
007810                 SET TKT-NOTE-SCAN-DONE TO TRUE
007820         END-START.
007830         PERFORM 4100-COUNT-ONE-NOTE THRU 4100-EXIT
007840             UNTIL TKT-NOTE-SCAN-DONE.
007850         IF TKT-NOTE-TOTAL NOT < 999
007860             MOVE 9 TO TKT-REASON-NUM
007870             GO TO 4000-EXIT
007880         END-IF.
007890         MOVE FUNCTION CURRENT-DATE TO TKT-CURRENT-DATE-TIME.
007900         MOVE TM-ID TO TN-TASK-ID.
007910         COMPUTE TN-NOTE-SEQ = TKT-NOTE-TOTAL + 1.
007920         MOVE TKT-CURRENT-DATE TO TN-NOTE-DATE.
007930         MOVE TKT-CURRENT-TIME TO TN-NOTE-TIME.
007940         MOVE TKT-JOB-ID TO TN-OPERATOR-ID.
007950         MOVE TT-TRAN-VALUE TO TN-NOTE-TEXT.
007960         WRITE TASK-NOTES-RECORD
007970             INVALID KEY
007980                 MOVE 14 TO TKT-REASON-NUM
007990                 GO TO 4000-EXIT
008000         END-WRITE.
008010         MOVE TN-NOTE-SEQ TO TKT-NOTE-AUDIT-SEQ.
008020         MOVE SPACES TO AU-OLD-VALUE.
008030         MOVE TKT-NOTE-AUDIT-VALUE TO AU-NEW-VALUE.
008040         SET AU-ACTION-NOTE-ADD TO TRUE.
008050         MOVE SPACES TO AU-FIELD-ID.
008060         MOVE TASK-NOTES-RECORD TO AU-RECORD-IMAGE.
008070         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
008080         ADD 1 TO TKT-NOTE-COUNT.
008090 4000-EXIT.
008100         EXIT.
008110
008120 4100-COUNT-ONE-NOTE.
008130         READ TASK-NOTES NEXT RECORD
008140             AT END
008150                 SET TKT-NOTE-SCAN-DONE TO TRUE
008160             NOT AT END
008170                 IF TN-TASK-ID NOT = TM-ID
008180                     SET TKT-NOTE-SCAN-DONE TO TRUE
008190                 ELSE
008200                     ADD 1 TO TKT-NOTE-TOTAL
008210                 END-IF
008220         END-READ.
008230 4100-EXIT.
008240         EXIT.
008250
008260*****************************************************************
008270*    5000-REASSIGN-OWNER - ONLY AN OPEN TASK MOVES, AND ONLY TO  *
008280*    AN ACTIVE OPERATOR ON USER-MASTER.  AUDITED OLD OWNER TO    *
008290*    NEW OWNER, AS SHIFT HANDOVER DOES.                          *
008300*****************************************************************
008310 5000-REASSIGN-OWNER.
008320         MOVE TT-TRAN-VALUE(1:8) TO TKT-NEW-OWNER.
008330         IF TM-STATUS(1:7) NOT = "PENDING"
008340             AND TM-STATUS(1:6) NOT = "ACTIVE"
008350             MOVE 12 TO TKT-REASON-NUM
008360             GO TO 5000-EXIT
008370         END-IF.
008380         IF TKT-NEW-OWNER = SPACES
008390             MOVE 10 TO TKT-REASON-NUM
008400             GO TO 5000-EXIT
008410         END-IF.
008420         IF TKT-NEW-OWNER = TM-OWNER
008430             MOVE 13 TO TKT-REASON-NUM
008440             GO TO 5000-EXIT
008450         END-IF.
008460         MOVE TKT-NEW-OWNER TO US-OPERATOR-ID.
008470         READ USER-MASTER
008480             INVALID KEY
008490                 MOVE 10 TO TKT-REASON-NUM
008500                 GO TO 5000-EXIT
008510         END-READ.
008520         IF US-IS-INACTIVE
008530             MOVE 11 TO TKT-REASON-NUM
008540             GO TO 5000-EXIT
008550         END-IF.
008560         MOVE TM-OWNER TO TKT-OLD-OWNER.
008570         MOVE TKT-NEW-OWNER TO TM-OWNER.
008580         REWRITE TASK-MASTER-RECORD
008590             INVALID KEY
008600                 MOVE 14 TO TKT-REASON-NUM
008610                 GO TO 5000-EXIT
008620         END-REWRITE.
008630         MOVE TKT-OLD-OWNER TO AU-OLD-VALUE.
008640         MOVE TKT-NEW-OWNER TO AU-NEW-VALUE.
008650         SET AU-ACTION-UPDATE TO TRUE.
008660         SET AU-FIELD-OWNER TO TRUE.
008670         MOVE SPACES TO AU-RECORD-IMAGE.
008680         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
008690         ADD 1 TO TKT-OWNER-COUNT.
008700 5000-EXIT.
008710         EXIT.
008720
008730*****************************************************************
008740*    6000-WRITE-AUDIT-RECORD - CALLER SETS THE ACTION AND THE    *
008750*    OLD/NEW VALUES; THE TASK IS THE ONE IN THE MASTER BUFFER    *
008760*****************************************************************
008770 6000-WRITE-AUDIT-RECORD.
008780         MOVE FUNCTION CURRENT-DATE TO TKT-CURRENT-DATE-TIME.
008790         MOVE TM-ID TO AU-TASK-ID.
008800         MOVE TKT-CURRENT-DATE TO AU-AUDIT-DATE.
008810         MOVE TKT-CURRENT-TIME TO AU-AUDIT-TIME.
008820         MOVE TKT-JOB-ID TO AU-OPERATOR-ID.
008830         WRITE TASK-AUDIT-RECORD.
008840 6000-EXIT.
008850         EXIT.
008860
008870*****************************************************************
008880*    8000-CLOSE-FILES                                           *
008890*****************************************************************
008900 8000-CLOSE-FILES.
008910         CLOSE TICKET-TRANS TASK-MASTER USER-MASTER TASK-NOTES
008920             TASK-AUDIT TICKET-REJECTS.
008930         IF TKT-TASKDEP-OPEN
008940             CLOSE TASK-DEPS
008950         END-IF.
008960 8000-EXIT.
008970         EXIT.
008980
008990 END PROGRAM TASKTKT.
