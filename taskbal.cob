000110*        NOT GREATER THAN THE TASKSEQ HIGH-WATER MARK;           *
000120*      - THE TASKCKPT COMMITTED COUNT MATCHES THE ACTUAL         *
000130*        TASK-MASTER ROW COUNT;                                  *
000140*      - ADDS PLUS RESTORES MINUS DELETES MINUS ARCHIVES       *
000150*        TALLIED FROM TASK-AUDIT EQUALS THE LIVE ROW COUNT,      *
000160*        WITH ARCHIVE ACTIONS LESS RESTORES CROSS-FOOTED         *
000161*        AGAINST TASK-ARCHIVE RECORDS.                           *
000162*    AUDIT AND ARCHIVE RECORDS THAT TASKPRG HAS MOVED TO HISTORY *
000163*    ARE ADDED BACK FROM THE PURGCTL CARRIED-FORWARD TOTALS, SO  *
000164*    THE FILES STILL BALANCE AFTER A RETENTION PURGE.            *
000170*    PRINTS AN IN-BALANCE/OUT-OF-BALANCE REPORT AND ENDS WITH    *
000180*    RETURN-CODE 8 WHEN OUT OF BALANCE SO THE OVERNIGHT          *
000190*    SCHEDULE STOPS BEFORE TASKARC COMPACTS AWAY THE EVIDENCE.   *
000340*                     TASK'S TM-OWNER MUST MATCH AN ACTIVE      *
000350*                     USERMSTR ROW; ORPHANED OWNERS ARE AN      *
000360*                     OUT-OF-BALANCE CONDITION.                 *
000361*    2026-10-15  DPO  PURGCTL CARRIED-FORWARD TOTALS FROM THE   *
000362*                     TASKPRG RETENTION PURGE ADDED INTO THE    *
000363*                     AUDIT AND ARCHIVE CROSS-FOOTS.            *
000364*    2026-10-15  DPO  ARCHIVE RESTORES ("S") COUNTED - A        *
000365*                     RESTORE ADDS A LIVE TASK AND TAKES ONE    *
000366*                     RECORD OFF TASK-ARCHIVE.                  *
000367*    2026-10-15  DPO  TASK-MASTER NOW CARRIES THE TM-EXT-REF    *
000368*                     ALTERNATE KEY; DECLARED ON THE SELECT.    *
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. TASKBAL.
000450             ORGANIZATION IS INDEXED
000460             ACCESS MODE IS SEQUENTIAL
000470             RECORD KEY IS TM-ID
000471             ALTERNATE RECORD KEY IS TM-EXT-REF
000472                 WITH DUPLICATES
000480             FILE STATUS IS BAL-TASKMSTR-STATUS.
000490         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000500             ORGANIZATION IS LINE SEQUENTIAL
000660             ACCESS MODE IS SEQUENTIAL
000670             RECORD KEY IS US-OPERATOR-ID
000680             FILE STATUS IS BAL-USERMSTR-STATUS.
000681         SELECT PURGE-CONTROL ASSIGN TO "PURGCTL"
000682             ORGANIZATION IS LINE SEQUENTIAL
000683             FILE STATUS IS BAL-PURGCTL-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000950 FD  USER-MASTER.
000960 01  USER-MASTER-RECORD.
000970         COPY USERMSTR.
000971
000972 FD  PURGE-CONTROL.
000973 01  PURGE-CONTROL-RECORD.
000974         COPY PURGCTL.
000980
000990 WORKING-STORAGE SECTION.
001000*    ---------------------------------------------------------
001330             88  BAL-USERMSTR-EOF    VALUE "10".
001340             88  BAL-USERMSTR-NOTFOUND
001350                 VALUES "23" "35" "05".
001351         05  BAL-PURGCTL-STATUS      PIC X(02) VALUE "00".
001352             88  BAL-PURGCTL-OK      VALUE "00".
001353             88  BAL-PURGCTL-NOTFOUND
001354                 VALUES "35" "05".
001360*    ---------------------------------------------------------
001370*    RECONCILIATION COUNTERS AND SWITCHES
001380*    ---------------------------------------------------------
001490 01  BAL-AUDIT-ADDS              PIC 9(05) VALUE ZERO.
001500 01  BAL-AUDIT-DELETES           PIC 9(05) VALUE ZERO.
001510 01  BAL-AUDIT-ARCHIVES          PIC 9(05) VALUE ZERO.
001511 01  BAL-AUDIT-RESTORES          PIC 9(05) VALUE ZERO.
001520 01  BAL-ARCHIVE-COUNT           PIC 9(05) VALUE ZERO.
001530 01  BAL-EXPECTED-COUNT          PIC S9(06) VALUE ZERO.
001540 01  BAL-ERROR-COUNT             PIC 9(03) VALUE ZERO.
001541*    ---------------------------------------------------------
001542*    TOTALS CARRIED FORWARD BY THE RETENTION PURGE - RECORDS
001543*    NO LONGER ON TASK-AUDIT OR TASK-ARCHIVE THAT STILL COUNT
001544*    ---------------------------------------------------------
001545 01  BAL-PURGED-ADDS             PIC 9(07) VALUE ZERO.
001546 01  BAL-PURGED-DELETES          PIC 9(07) VALUE ZERO.
001547 01  BAL-PURGED-ARCHIVES         PIC 9(07) VALUE ZERO.
001548 01  BAL-PURGED-RESTORES         PIC 9(07) VALUE ZERO.
001549 01  BAL-PURGED-ARC-RECORDS      PIC 9(07) VALUE ZERO.
001550 01  BAL-ARCHIVE-ACTIONS         PIC 9(07) VALUE ZERO.
001551 01  BAL-ARCHIVE-RECORDS         PIC 9(07) VALUE ZERO.
001552*    ---------------------------------------------------------
001560*    OWNER-INTEGRITY CHECK - THE ACTIVE OPERATOR IDS ARE
001570*    TABLED BEFORE THE MASTER SCAN SO EVERY OPEN TASK'S OWNER
001580*    CAN BE CHECKED WITHOUT DISTURBING THE SCAN.
002190         PERFORM 2000-READ-TASK-ID-SEQ THRU 2000-EXIT.
002200         PERFORM 3000-READ-CHECKPOINT THRU 3000-EXIT.
002210         PERFORM 4000-TALLY-TASK-AUDIT THRU 4000-EXIT.
002211         PERFORM 4500-READ-PURGE-CONTROL THRU 4500-EXIT.
002220         PERFORM 5000-COUNT-TASK-ARCHIVE THRU 5000-EXIT.
002230         PERFORM 6000-CHECK-BALANCES THRU 6000-EXIT.
002240         PERFORM 7000-PRINT-VERDICT THRU 7000-EXIT.
004480                         ADD 1 TO BAL-AUDIT-DELETES
004490                     WHEN AU-ACTION-ARCHIVE
004500                         ADD 1 TO BAL-AUDIT-ARCHIVES
004501                     WHEN AU-ACTION-RESTORE
004502                         ADD 1 TO BAL-AUDIT-RESTORES
004510                     WHEN OTHER
004520                         CONTINUE
004530                 END-EVALUATE
004540         END-READ.
004550 4100-EXIT.
004551         EXIT.
004552
004553*****************************************************************
004554*    4500-READ-PURGE-CONTROL - PICK UP THE TOTALS TASKPRG HAS    *
004555*    MOVED OUT OF TASK-AUDIT AND TASK-ARCHIVE.  A MISSING FILE   *
004556*    MEANS NOTHING HAS EVER BEEN PURGED.                         *
004557*****************************************************************
004558 4500-READ-PURGE-CONTROL.
004559         OPEN INPUT PURGE-CONTROL.
004560         IF BAL-PURGCTL-NOTFOUND
004561             GO TO 4500-EXIT
004562         END-IF.
004563         IF NOT BAL-PURGCTL-OK
004564             DISPLAY "Unable to open PURGE-CONTROL, status "
004565                 BAL-PURGCTL-STATUS
004566             ADD 1 TO BAL-ERROR-COUNT
004567             GO TO 4500-EXIT
004568         END-IF.
004569         READ PURGE-CONTROL
004570             AT END
004571                 CONTINUE
004572             NOT AT END
004573                 MOVE PC-PURGED-ADDS TO BAL-PURGED-ADDS
004574                 MOVE PC-PURGED-DELETES TO BAL-PURGED-DELETES
004575                 MOVE PC-PURGED-ARCHIVES TO BAL-PURGED-ARCHIVES
004576                 MOVE PC-PURGED-RESTORES TO BAL-PURGED-RESTORES
004577                 MOVE PC-PURGED-ARC-RECORDS
004578                     TO BAL-PURGED-ARC-RECORDS
004579         END-READ.
004580         CLOSE PURGE-CONTROL.
004581 4500-EXIT.
004582         EXIT.
004583
004584*****************************************************************
004590*    5000-COUNT-TASK-ARCHIVE                                    *
004600*****************************************************************
004610 5000-COUNT-TASK-ARCHIVE.
005600             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
005610         END-IF.
005620         COMPUTE BAL-EXPECTED-COUNT =
005630             BAL-AUDIT-ADDS + BAL-PURGED-ADDS
005640             + BAL-AUDIT-RESTORES + BAL-PURGED-RESTORES
005641             - BAL-AUDIT-DELETES - BAL-PURGED-DELETES
005642             - BAL-AUDIT-ARCHIVES - BAL-PURGED-ARCHIVES.
005650         IF BAL-EXPECTED-COUNT NOT = BAL-MASTER-COUNT
005660             ADD 1 TO BAL-ERROR-COUNT
005670             DISPLAY "OUT OF BALANCE: audit trail expects "
005770                 INTO BAL-PRINT-LINE
005780             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
005790         END-IF.
005800         COMPUTE BAL-ARCHIVE-ACTIONS =
005801             BAL-AUDIT-ARCHIVES + BAL-PURGED-ARCHIVES
005802             - BAL-AUDIT-RESTORES - BAL-PURGED-RESTORES.
005803         COMPUTE BAL-ARCHIVE-RECORDS =
005804             BAL-ARCHIVE-COUNT + BAL-PURGED-ARC-RECORDS.
005805         IF BAL-ARCHIVE-ACTIONS NOT = BAL-ARCHIVE-RECORDS
005810             ADD 1 TO BAL-ERROR-COUNT
005820             DISPLAY "OUT OF BALANCE: " BAL-ARCHIVE-ACTIONS
005830                 " archive action(s) on the audit trail but "
005840                 BAL-ARCHIVE-RECORDS
005850                 " TASK-ARCHIVE record(s)."
005860             STRING "OUT OF BALANCE: " DELIMITED BY SIZE
005870                 BAL-ARCHIVE-ACTIONS DELIMITED BY SIZE
005880                 " archive action(s) on the audit trail but "
005890                 DELIMITED BY SIZE
005900                 BAL-ARCHIVE-RECORDS DELIMITED BY SIZE
005910                 " TASK-ARCHIVE record(s)." DELIMITED BY SIZE
005920                 INTO BAL-PRINT-LINE
005930             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
006200         DISPLAY "AUDIT ADDS            " BAL-AUDIT-ADDS.
006210         DISPLAY "AUDIT DELETES         " BAL-AUDIT-DELETES.
006220         DISPLAY "AUDIT ARCHIVES        " BAL-AUDIT-ARCHIVES.
006221         DISPLAY "AUDIT RESTORES        " BAL-AUDIT-RESTORES.
006230         DISPLAY "TASK-ARCHIVE RECORDS  " BAL-ARCHIVE-COUNT.
006231         DISPLAY "PURGED ADDS           " BAL-PURGED-ADDS.
006232         DISPLAY "PURGED DELETES        " BAL-PURGED-DELETES.
006233         DISPLAY "PURGED ARCHIVES       " BAL-PURGED-ARCHIVES.
006234         DISPLAY "PURGED RESTORES       " BAL-PURGED-RESTORES.
006235         DISPLAY "PURGED ARCHIVE RECS   " BAL-PURGED-ARC-RECORDS.
006240         DISPLAY " ".
006250         MOVE SPACES TO BAL-PRINT-LINE.
006260         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
006450         MOVE "AUDIT ARCHIVES" TO BAL-STAT-LABEL.
006460         MOVE BAL-AUDIT-ARCHIVES TO BAL-STAT-COUNT.
006470         PERFORM 7100-PRINT-ONE-STAT THRU 7100-EXIT.
006471         MOVE "AUDIT RESTORES" TO BAL-STAT-LABEL.
006472         MOVE BAL-AUDIT-RESTORES TO BAL-STAT-COUNT.
006473         PERFORM 7100-PRINT-ONE-STAT THRU 7100-EXIT.
006480         MOVE "TASK-ARCHIVE RECORDS" TO BAL-STAT-LABEL.
006490         MOVE BAL-ARCHIVE-COUNT TO BAL-STAT-COUNT.
006491         PERFORM 7100-PRINT-ONE-STAT THRU 7100-EXIT.
006492         MOVE "PURGED ADDS" TO BAL-STAT-LABEL.
006493         MOVE BAL-PURGED-ADDS TO BAL-STAT-COUNT.
006494         PERFORM 7100-PRINT-ONE-STAT THRU 7100-EXIT.
006495         MOVE "PURGED DELETES" TO BAL-STAT-LABEL.
006496         MOVE BAL-PURGED-DELETES TO BAL-STAT-COUNT.
006497         PERFORM 7100-PRINT-ONE-STAT THRU 7100-EXIT.
006498         MOVE "PURGED ARCHIVES" TO BAL-STAT-LABEL.
006499         MOVE BAL-PURGED-ARCHIVES TO BAL-STAT-COUNT.
006500         PERFORM 7100-PRINT-ONE-STAT THRU 7100-EXIT.
006501         MOVE "PURGED RESTORES" TO BAL-STAT-LABEL.
006502         MOVE BAL-PURGED-RESTORES TO BAL-STAT-COUNT.
006503         PERFORM 7100-PRINT-ONE-STAT THRU 7100-EXIT.
006504         MOVE "PURGED ARCHIVE RECORDS" TO BAL-STAT-LABEL.
006505         MOVE BAL-PURGED-ARC-RECORDS TO BAL-STAT-COUNT.
006506         PERFORM 7100-PRINT-ONE-STAT THRU 7100-EXIT.
006510         MOVE "ORPHANED OWNERS" TO BAL-STAT-LABEL.
006520         MOVE BAL-ORPHAN-COUNT TO BAL-STAT-COUNT.
006530         PERFORM 7100-PRINT-ONE-STAT THRU 7100-EXIT.
