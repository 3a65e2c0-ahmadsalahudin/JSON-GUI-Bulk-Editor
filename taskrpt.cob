000390*                     THE DAY'S TASK-AUDIT RECORDS - SO THE     *
000400*                     TASKTRND TREND REPORT CAN SHOW BACKLOG    *
000410*                     GROWTH OVER TIME.                         *
000411*    2026-10-15  DPO  TASK-MASTER NOW CARRIES THE TM-EXT-REF    *
000412*                     ALTERNATE KEY; DECLARED ON THE SELECT.    *
000413*    2026-10-15  DPO  THE 1000-ROW TASK TABLE AND ITS OVERFLOW  *
000414*                     WARNING ARE GONE - THE DETAIL LISTING IS  *
000415*                     NOW GROUPED BY STATUS THROUGH THE RPTSORT *
000416*                     WORK FILE, SO EVERY ROW IS LISTED.        *
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. TASKRPT.
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS SEQUENTIAL
000520             RECORD KEY IS TM-ID
000521             ALTERNATE RECORD KEY IS TM-EXT-REF
000522                 WITH DUPLICATES
000530             FILE STATUS IS RPT-TASKMSTR-STATUS.
000540         SELECT REPORT-PRINT ASSIGN TO "RPTPRINT"
000550             ORGANIZATION IS LINE SEQUENTIAL
000600         SELECT TASK-STATS ASSIGN TO "TASKSTAT"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS RPT-TASKSTAT-STATUS.
000621         SELECT RPT-SORT-FILE ASSIGN TO "RPTSORT".
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000780 01  TASK-STATS-RECORD.
000790         COPY TASKSTAT.
000800
000801*    ---------------------------------------------------------
000802*    ONE SORT RECORD PER TASK-MASTER ROW, KEYED FOR THE
000803*    STATUS-GROUPED DETAIL LISTING.
000804*    ---------------------------------------------------------
000805 SD  RPT-SORT-FILE.
000806 01  RPT-SORT-RECORD.
000807         05  RPS-GROUP               PIC 9(01).
000808         05  RPS-ID                  PIC 9(06).
000809         05  RPS-NAME                PIC X(50).
000810         05  RPS-STATUS              PIC X(10).
000811
000812 WORKING-STORAGE SECTION.
000820*    ---------------------------------------------------------
000830*    DETAIL LISTING CONTROL.  THE SORT BRINGS THE ROWS BACK
000840*    BY STATUS GROUP (RPS-GROUP 1-5, IN THE ORDER OF THE LABELS
000850*    BELOW); RPT-HEADED-GROUP IS THE LAST GROUP HEADED.
000860*    ---------------------------------------------------------
000870 01  RPT-GROUP-LABELS.
000880         05  FILLER                  PIC X(18)
000890                 VALUE "-- PENDING --".
000900         05  FILLER                  PIC X(18)
000910                 VALUE "-- ACTIVE --".
000920         05  FILLER                  PIC X(18)
000930                 VALUE "-- COMPLETE --".
000931         05  FILLER                  PIC X(18)
000932                 VALUE "-- CANCELLED --".
000933         05  FILLER                  PIC X(18)
000934                 VALUE "-- UNRECOGNIZED --".
000935 01  RPT-GROUP-LABEL-TABLE REDEFINES RPT-GROUP-LABELS.
000936         05  RPT-GROUP-LABEL         PIC X(18) OCCURS 5 TIMES.
000937 01  RPT-HEADED-GROUP            PIC 9(01) VALUE ZERO.
000938 01  RPT-SORT-EOF-FLAG           PIC X(01) VALUE "N".
000939         88  RPT-SORT-EOF            VALUE "Y".
000940*    ---------------------------------------------------------
000950*    STATUS GROUP COUNTERS - ONE PER CONTROLLED STATUS CODE
000960*    ---------------------------------------------------------
001990 0000-MAINLINE.
002000         MOVE FUNCTION CURRENT-DATE TO RPT-CURRENT-DATE-TIME.
002010         PERFORM 9000-OPEN-PRINT-FILE THRU 9000-EXIT.
002020         SORT RPT-SORT-FILE
002030             ON ASCENDING KEY RPS-GROUP RPS-ID
002031             INPUT PROCEDURE IS 2000-RELEASE-TASKS
002032                 THRU 2000-EXIT
002033             OUTPUT PROCEDURE IS 3000-PRINT-DETAIL
002034                 THRU 3000-EXIT.
002040         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
002050         PERFORM 4500-PRINT-CATEGORY-TOTALS THRU 4500-EXIT.
002060         PERFORM 5000-WRITE-DAILY-STATS THRU 5000-EXIT.
002100         GOBACK.
002110
002120*****************************************************************
002130*    2000-RELEASE-TASKS - SORT INPUT PROCEDURE.  READS           *
002131*    TASK-MASTER ONCE, TALLIES EACH ROW BY STATUS AND CATEGORY,  *
002132*    AND RELEASES IT TAGGED WITH ITS STATUS GROUP SO THE DETAIL  *
002133*    LISTING COMES BACK GROUPED WITHOUT TABLING THE FILE.        *
002140*****************************************************************
002150 2000-RELEASE-TASKS.
002160         OPEN INPUT TASK-MASTER.
002170         IF NOT RPT-TASKMSTR-OK
002180             AND NOT RPT-TASKMSTR-NOTFOUND
002210             GO TO 2000-EXIT
002220         END-IF.
002230         IF RPT-TASKMSTR-OK
002240             PERFORM 2100-RELEASE-ONE-TASK THRU 2100-EXIT
002250                 UNTIL RPT-TASKMSTR-EOF
002260             CLOSE TASK-MASTER
002270         END-IF.
002280 2000-EXIT.
002290         EXIT.
002300
002310 2100-RELEASE-ONE-TASK.
002320         READ TASK-MASTER NEXT RECORD
002330             AT END
002340                 SET RPT-TASKMSTR-EOF TO TRUE
002350             NOT AT END
002360                 MOVE TM-ID TO RPS-ID
002370                 MOVE TM-NAME TO RPS-NAME
002380                 MOVE TM-STATUS TO RPS-STATUS
002390                 PERFORM 2200-TALLY-ONE-STATUS
002400                     THRU 2200-EXIT
002410                 PERFORM 2300-TALLY-ONE-CATEGORY
002420                     THRU 2300-EXIT
002430                 ADD 1 TO RPT-GRAND-TOTAL
002440                 RELEASE RPT-SORT-RECORD
002530         END-READ.
002540 2100-EXIT.
002550         EXIT.
002580         EVALUATE TRUE
002590             WHEN TM-STATUS(1:7) = "PENDING"
002600                 ADD 1 TO RPT-PENDING-COUNT
002601                 MOVE 1 TO RPS-GROUP
002610             WHEN TM-STATUS(1:6) = "ACTIVE"
002620                 ADD 1 TO RPT-ACTIVE-COUNT
002621                 MOVE 2 TO RPS-GROUP
002630             WHEN TM-STATUS(1:8) = "COMPLETE"
002640                 ADD 1 TO RPT-COMPLETE-COUNT
002641                 MOVE 3 TO RPS-GROUP
002650             WHEN TM-STATUS(1:9) = "CANCELLED"
002660                 ADD 1 TO RPT-CANCELLED-COUNT
002661                 MOVE 4 TO RPS-GROUP
002670             WHEN OTHER
002680                 ADD 1 TO RPT-OTHER-COUNT
002681                 MOVE 5 TO RPS-GROUP
002690         END-EVALUATE.
002700 2200-EXIT.
002710         EXIT.
003110         EXIT.
003120
003130*****************************************************************
003140*    3000-PRINT-DETAIL - SORT OUTPUT PROCEDURE.  THE ROWS COME   *
003141*    BACK IN STATUS-GROUP THEN TASK-ID ORDER; EACH GROUP'S       *
003142*    HEADING IS PRINTED AS THE GROUP IS REACHED.  THE FOUR       *
003143*    CONTROLLED GROUPS ARE ALWAYS HEADED, EVEN WHEN EMPTY;       *
003144*    UNRECOGNIZED ONLY WHEN IT HAS ROWS.                         *
003150*****************************************************************
003160 3000-PRINT-DETAIL.
003170         MOVE ZERO TO RPT-HEADED-GROUP.
003180         MOVE "N" TO RPT-SORT-EOF-FLAG.
003190         PERFORM 3100-PRINT-ONE-SORTED THRU 3100-EXIT
003200             UNTIL RPT-SORT-EOF.
003210         PERFORM 3200-HEAD-NEXT-GROUP THRU 3200-EXIT
003220             UNTIL RPT-HEADED-GROUP NOT < 4.
003240 3000-EXIT.
003250         EXIT.
003260
003270 3100-PRINT-ONE-SORTED.
003280         RETURN RPT-SORT-FILE
003290             AT END
003300                 SET RPT-SORT-EOF TO TRUE
003310                 GO TO 3100-EXIT
003320         END-RETURN.
003330         PERFORM 3200-HEAD-NEXT-GROUP THRU 3200-EXIT
003340             UNTIL RPT-HEADED-GROUP NOT < RPS-GROUP.
003341         PERFORM 3600-PRINT-ONE-DETAIL THRU 3600-EXIT.
003350 3100-EXIT.
003360         EXIT.
003370
003380 3200-HEAD-NEXT-GROUP.
003390         ADD 1 TO RPT-HEADED-GROUP.
003460         MOVE SPACES TO RPT-PRINT-LINE.
003470         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
003480         MOVE RPT-GROUP-LABEL(RPT-HEADED-GROUP) TO RPT-PRINT-LINE.
003490         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
003530 3200-EXIT.
003540         EXIT.
003550
004200 3600-PRINT-ONE-DETAIL.
004210         MOVE RPS-ID TO RPT-DTL-ID.
004220         MOVE RPS-NAME TO RPT-DTL-NAME.
004230         MOVE RPS-STATUS TO RPT-DTL-STATUS.
004240         MOVE RPT-DETAIL-LINE TO RPT-PRINT-LINE.
004250         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
004260 3600-EXIT.
