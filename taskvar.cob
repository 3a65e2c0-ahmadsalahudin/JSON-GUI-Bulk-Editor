000010*****************************************************************
000020*PROGRAM-ID.  TASKVAR                                       *
000030*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000040*    INSTALLATION. SHIFT OPERATIONS                             *
000050*    DATE-WRITTEN. 2026-10-15                                   *
000060*    DATE-COMPILED.                                              *
000070*                                                                *
000080*    ESTIMATE-VERSUS-ACTUAL EFFORT VARIANCE REPORT.  TAKES A    *
000090*    RANGE OF COMPLETION DATES AND, FOR EVERY TASK COMPLETED IN *
000100*    IT, TOTALS THE MINUTES LOGGED ON TASKWLOG AND WLOGARC AND  *
000110*    COMPARES THEM WITH THE TASK'S ESTIMATE.  A COMPLETION IS   *
000120*    FOUND ON TASK-AUDIT THE SAME WAY TASKSLA FINDS IT; THE     *
000130*    ESTIMATE, OWNER, CATEGORY AND TEMPLATE COME FROM THE LIVE  *
000140*    TASK-MASTER ROW OR, FOR A SWEPT TASK, ITS TASK-ARCHIVE     *
000150*    ROW.  THE EVENTS, TASK ROWS AND WORK-LOG INTERVALS ARE     *
000160*    BROUGHT TOGETHER BY TASK-ID THROUGH A SORT, SO NOTHING IS  *
000170*    TABLED BY TASK.  PRINTS EVERY COMPLETED TASK WITH ITS      *
000180*    VARIANCE, FLAGGING THOSE MORE THAN THE OVERRUN PERCENTAGE  *
000190*    OVER ESTIMATE, THEN THE VARIANCE BY CATEGORY AND BY OWNER, *
000200*    THEN THE TASKTMPL TEMPLATES WHOSE INSTANCES OVERRAN AT     *
000210*    LEAST VAR-REPEAT-OVERRUNS TIMES AND IN MORE THAN HALF OF   *
000220*    THEIR COMPLETIONS, TO THE VARPRINT PRINT FILE.  A TASK     *
000230*    WITH NO ESTIMATE IS LISTED BUT NOT MEASURED.               *
000240*-----------------------------------------------------------------
000250*    MODIFICATION HISTORY                                       *
000260*    2026-10-15  DPO  ORIGINAL PROGRAM.                         *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. TASKVAR.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000350             ORGANIZATION IS LINE SEQUENTIAL
000360             FILE STATUS IS VAR-TASKAUD-STATUS.
000370         SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000380             ORGANIZATION IS INDEXED
000390             ACCESS MODE IS SEQUENTIAL
000400             RECORD KEY IS TM-ID
000410             ALTERNATE RECORD KEY IS TM-EXT-REF
000420                 WITH DUPLICATES
000430             FILE STATUS IS VAR-TASKMSTR-STATUS.
000440         SELECT TASK-ARCHIVE ASSIGN TO "TASKARC"
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS VAR-TASKARC-STATUS.
000470         SELECT TASK-WORK-LOG ASSIGN TO "TASKWLOG"
000480             ORGANIZATION IS INDEXED
000490             ACCESS MODE IS SEQUENTIAL
000500             RECORD KEY IS WL-LOG-KEY
000510             FILE STATUS IS VAR-TASKWLOG-STATUS.
000520         SELECT WLOG-ARCHIVE ASSIGN TO "WLOGARC"
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS VAR-WLOGARC-STATUS.
000550         SELECT TASK-TEMPLATES ASSIGN TO "TASKTMPL"
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS RANDOM
000580             RECORD KEY IS TP-TEMPLATE-ID
000590             FILE STATUS IS VAR-TASKTMPL-STATUS.
000600         SELECT VAR-SORT-FILE ASSIGN TO "VARSORT".
000610         SELECT REPORT-PRINT ASSIGN TO "VARPRINT"
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS VAR-PRINT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  TASK-AUDIT.
000680 01  TASK-AUDIT-RECORD.
000690         COPY TASKAUD.
000700
000710 FD  TASK-MASTER.
000720 01  TASK-MASTER-RECORD.
000730         COPY TASKMSTR.
000740
000750 FD  TASK-ARCHIVE.
000760 01  TASK-ARCHIVE-RECORD.
000770         COPY TASKARC.
000780
000790 FD  TASK-WORK-LOG.
000800 01  TASK-WORK-LOG-RECORD.
000810         COPY TASKWLOG.
000820
000830 FD  WLOG-ARCHIVE.
000840 01  WLOG-ARCHIVE-RECORD         PIC X(42).
000850
000860 FD  TASK-TEMPLATES.
000870 01  TASK-TEMPLATES-RECORD.
000880         COPY TASKTMPL.
000890
000900*    ---------------------------------------------------------
000910*    ONE SORT RECORD PER COMPLETION IN THE RANGE, PER
000920*    TASK-MASTER OR TASK-ARCHIVE ROW, AND PER WORK-LOG
000930*    INTERVAL, LIVE OR ARCHIVED.
000940*    ---------------------------------------------------------
000950 SD  VAR-SORT-FILE.
000960 01  VAR-SORT-RECORD.
000970         05  VRS-TASK-ID             PIC 9(06).
000980         05  VRS-REC-TYPE            PIC X(01).
000990             88  VRS-COMPLETE-EVENT  VALUE "C".
001000             88  VRS-MASTER-ROW      VALUE "M".
001010             88  VRS-ARCHIVE-ROW     VALUE "R".
001020             88  VRS-WORK-INTERVAL   VALUE "W".
001030         05  VRS-DONE-DATE           PIC 9(08).
001040         05  VRS-OWNER               PIC X(08).
001050         05  VRS-CATEGORY            PIC X(08).
001060         05  VRS-NAME                PIC X(50).
001070         05  VRS-EST-MINUTES         PIC 9(05).
001080         05  VRS-TEMPLATE-ID         PIC 9(04).
001090         05  VRS-MINUTES             PIC 9(05).
001100
001110 FD  REPORT-PRINT.
001120 01  REPORT-PRINT-RECORD         PIC X(132).
001130
001140 WORKING-STORAGE SECTION.
001150*    ---------------------------------------------------------
001160*    SITE THRESHOLDS.  THE OVERRUN PERCENTAGE MAY BE KEYED FOR
001170*    THE RUN; A TEMPLATE IS LISTED FOR RE-ESTIMATING WHEN ITS
001180*    INSTANCES OVERRAN AT LEAST VAR-REPEAT-OVERRUNS TIMES AND
001190*    IN MORE THAN HALF OF THEIR MEASURED COMPLETIONS.
001200*    ---------------------------------------------------------
001210 01  VAR-DEFAULT-PCT             PIC 9(03) VALUE 25.
001220 01  VAR-OVERRUN-PCT             PIC 9(03) VALUE 25.
001230 01  VAR-REPEAT-OVERRUNS         PIC 9(03) VALUE 3.
001240*    ---------------------------------------------------------
001250*    PER-CATEGORY, PER-OWNER AND PER-TEMPLATE TALLIES.  ONLY
001260*    TASKS WITH AN ESTIMATE ARE ADDED TO THE MINUTE TOTALS.
001270*    ---------------------------------------------------------
001280 01  VAR-CATEGORY-TABLE.
001290         05  VAR-CAT-COUNT           PIC 9(03) VALUE ZERO.
001300         05  VAR-CAT-ENTRY OCCURS 200 TIMES
001310                 INDEXED BY VAR-CAT-IDX.
001320             10  VAR-CAT-CODE        PIC X(08).
001330             10  VAR-CAT-CLOSED      PIC 9(05).
001340             10  VAR-CAT-ESTIMATED   PIC 9(05).
001350             10  VAR-CAT-EST-MIN     PIC 9(07).
001360             10  VAR-CAT-ACT-MIN     PIC 9(07).
001370             10  VAR-CAT-OVER        PIC 9(05).
001380 01  VAR-OWNER-TABLE.
001390         05  VAR-OWN-COUNT           PIC 9(03) VALUE ZERO.
001400         05  VAR-OWN-ENTRY OCCURS 200 TIMES
001410                 INDEXED BY VAR-OWN-IDX.
001420             10  VAR-OWN-ID          PIC X(08).
001430             10  VAR-OWN-CLOSED      PIC 9(05).
001440             10  VAR-OWN-ESTIMATED   PIC 9(05).
001450             10  VAR-OWN-EST-MIN     PIC 9(07).
001460             10  VAR-OWN-ACT-MIN     PIC 9(07).
001470             10  VAR-OWN-OVER        PIC 9(05).
001480 01  VAR-TEMPLATE-TABLE.
001490         05  VAR-TPL-COUNT           PIC 9(03) VALUE ZERO.
001500         05  VAR-TPL-ENTRY OCCURS 200 TIMES
001510                 INDEXED BY VAR-TPL-IDX.
001520             10  VAR-TPL-ID          PIC 9(04).
001530             10  VAR-TPL-NAME        PIC X(50).
001540             10  VAR-TPL-MEASURED    PIC 9(05).
001550             10  VAR-TPL-OVER        PIC 9(05).
001560             10  VAR-TPL-EST-MIN     PIC 9(07).
001570             10  VAR-TPL-ACT-MIN     PIC 9(07).
001580 01  VAR-CAT-FOUND               PIC 9(03) VALUE ZERO.
001590 01  VAR-OWN-FOUND               PIC 9(03) VALUE ZERO.
001600 01  VAR-TPL-FOUND               PIC 9(03) VALUE ZERO.
001610 01  VAR-CAT-WORK                PIC X(08).
001620*    ---------------------------------------------------------
001630*    THE ARCHIVED WORK-LOG RECORD HAS THE TASKWLOG LAYOUT;
001640*    ONLY THE TASK-ID AND THE LOGGED MINUTES ARE NEEDED.
001650*    ---------------------------------------------------------
001660 01  VAR-ARCHIVED-INTERVAL.
001670         05  VAR-AWL-TASK-ID         PIC 9(06).
001680         05  FILLER                  PIC X(31).
001690         05  VAR-AWL-MINUTES         PIC 9(05).
001700*    ---------------------------------------------------------
001710*    FILE STATUS SWITCHES
001720*    ---------------------------------------------------------
001730 01  VAR-FILE-STATUSES.
001740         05  VAR-TASKAUD-STATUS      PIC X(02) VALUE "00".
001750             88  VAR-TASKAUD-OK      VALUE "00".
001760             88  VAR-TASKAUD-EOF     VALUE "10".
001770             88  VAR-TASKAUD-NOTFOUND
001780                 VALUES "35" "05".
001790         05  VAR-TASKMSTR-STATUS     PIC X(02) VALUE "00".
001800             88  VAR-TASKMSTR-OK     VALUE "00".
001810             88  VAR-TASKMSTR-EOF    VALUE "10".
001820             88  VAR-TASKMSTR-NOTFOUND
001830                 VALUES "23" "35" "05".
001840         05  VAR-TASKARC-STATUS      PIC X(02) VALUE "00".
001850             88  VAR-TASKARC-OK      VALUE "00".
001860             88  VAR-TASKARC-EOF     VALUE "10".
001870             88  VAR-TASKARC-NOTFOUND
001880                 VALUES "35" "05".
001890         05  VAR-TASKWLOG-STATUS     PIC X(02) VALUE "00".
001900             88  VAR-TASKWLOG-OK     VALUE "00".
001910             88  VAR-TASKWLOG-EOF    VALUE "10".
001920             88  VAR-TASKWLOG-NOTFOUND
001930                 VALUES "23" "35" "05".
001940         05  VAR-WLOGARC-STATUS      PIC X(02) VALUE "00".
001950             88  VAR-WLOGARC-OK      VALUE "00".
001960             88  VAR-WLOGARC-EOF     VALUE "10".
001970             88  VAR-WLOGARC-NOTFOUND
001980                 VALUES "35" "05".
001990         05  VAR-TASKTMPL-STATUS     PIC X(02) VALUE "00".
002000             88  VAR-TASKTMPL-OK     VALUE "00".
002010             88  VAR-TASKTMPL-NOTFOUND
002020                 VALUES "23" "35" "05".
002030         05  VAR-PRINT-STATUS        PIC X(02) VALUE "00".
002040             88  VAR-PRINT-OK        VALUE "00".
002050*    ---------------------------------------------------------
002060*    DATE RANGE, THRESHOLD ENTRY AND RUN COUNTERS
002070*    ---------------------------------------------------------
002080 01  VAR-DATE-INPUT              PIC X(10).
002090 01  VAR-FROM-DATE               PIC 9(08) VALUE ZERO.
002100 01  VAR-TO-DATE                 PIC 9(08) VALUE 99999999.
002110 01  VAR-PCT-INPUT               PIC X(10).
002120 01  VAR-PCT-TRIMMED             PIC X(10).
002130 01  VAR-PCT-LEN                 PIC 9(02) VALUE ZERO.
002140 01  VAR-TEMPLATES-OPEN-FLAG     PIC X(01) VALUE "N".
002150         88  VAR-TEMPLATES-OPEN      VALUE "Y".
002160 01  VAR-AUDIT-COUNT             PIC 9(07) VALUE ZERO.
002170 01  VAR-INTERVAL-COUNT          PIC 9(07) VALUE ZERO.
002180 01  VAR-CLOSED-COUNT            PIC 9(05) VALUE ZERO.
002190 01  VAR-ESTIMATED-COUNT         PIC 9(05) VALUE ZERO.
002200 01  VAR-NO-ESTIMATE-COUNT       PIC 9(05) VALUE ZERO.
002210 01  VAR-NO-ROW-COUNT            PIC 9(05) VALUE ZERO.
002220 01  VAR-OVER-COUNT              PIC 9(05) VALUE ZERO.
002230 01  VAR-REPEAT-COUNT            PIC 9(05) VALUE ZERO.
002240 01  VAR-TOTAL-EST-MIN           PIC 9(07) VALUE ZERO.
002250 01  VAR-TOTAL-ACT-MIN           PIC 9(07) VALUE ZERO.
002260 01  VAR-VARIANCE                PIC S9(07) VALUE ZERO.
002270 01  VAR-PCT-WORK                PIC S9(07)V9 VALUE ZERO.
002280 01  VAR-PCT-EST                 PIC 9(07) VALUE ZERO.
002290 01  VAR-PCT-ACT                 PIC 9(07) VALUE ZERO.
002300 01  VAR-AVERAGE                 PIC 9(07) VALUE ZERO.
002310 01  VAR-CURRENT-DATE-TIME.
002320         05  VAR-CURRENT-DATE        PIC 9(08).
002330         05  VAR-CURRENT-TIME        PIC 9(06).
002340         05  FILLER                  PIC X(09).
002350*    ---------------------------------------------------------
002360*    THE TASK NOW BEING ASSEMBLED FROM THE SORTED RECORDS
002370*    ---------------------------------------------------------
002380 01  VAR-SORT-EOF-FLAG           PIC X(01) VALUE "N".
002390         88  VAR-SORT-EOF            VALUE "Y".
002400 01  VAR-GROUP-ID                PIC 9(06) VALUE ZERO.
002410 01  VAR-GROUP-DONE-DATE         PIC 9(08) VALUE ZERO.
002420 01  VAR-GROUP-OWNER             PIC X(08).
002430 01  VAR-GROUP-CATEGORY          PIC X(08).
002440 01  VAR-GROUP-NAME              PIC X(50).
002450 01  VAR-GROUP-EST               PIC 9(05) VALUE ZERO.
002460 01  VAR-GROUP-TEMPLATE          PIC 9(04) VALUE ZERO.
002470 01  VAR-GROUP-ACTUAL            PIC 9(07) VALUE ZERO.
002480 01  VAR-GROUP-ROW-FLAG          PIC X(01) VALUE "N".
002490         88  VAR-GROUP-ON-MASTER     VALUE "M".
002500         88  VAR-GROUP-ON-ARCHIVE    VALUE "R".
002510         88  VAR-GROUP-NO-ROW        VALUE "N".
002520 01  VAR-GROUP-OVER-FLAG         PIC X(01) VALUE "N".
002530         88  VAR-GROUP-OVERRAN       VALUE "Y".
002540*    ---------------------------------------------------------
002550*    PRINT CONTROL AND REPORT LINE LAYOUTS.  A PAGE HOLDS
002560*    VAR-PRINT-PAGE-LIMIT LINES INCLUDING ITS HEADING BLOCK.
002570*    ---------------------------------------------------------
002580 01  VAR-PRINT-LINE              PIC X(132) VALUE SPACES.
002590 01  VAR-PRINT-LINE-COUNT        PIC 9(03) VALUE 999.
002600 01  VAR-PRINT-PAGE-COUNT        PIC 9(04) VALUE ZERO.
002610 01  VAR-PRINT-PAGE-LIMIT        PIC 9(03) VALUE 60.
002620 01  VAR-PRINT-OPEN-FLAG         PIC X(01) VALUE "N".
002630         88  VAR-PRINT-FILE-OPEN     VALUE "Y".
002640 01  VAR-HEADING-1.
002650         05  FILLER                  PIC X(40)
002660                 VALUE "ESTIMATE VERSUS ACTUAL VARIANCE REPORT".
002670         05  FILLER                  PIC X(09)
002680                 VALUE "RUN DATE ".
002690         05  VAR-HDG-DATE            PIC 9(08).
002700         05  FILLER                  PIC X(06) VALUE " TIME ".
002710         05  VAR-HDG-TIME            PIC 9(06).
002720         05  FILLER                  PIC X(06) VALUE " PAGE ".
002730         05  VAR-HDG-PAGE            PIC ZZZ9.
002740         05  FILLER                  PIC X(53) VALUE SPACES.
002750 01  VAR-HEADING-2.
002760         05  FILLER                  PIC X(16)
002770                 VALUE "COMPLETED DATES ".
002780         05  VAR-HDG-FROM            PIC 9(08).
002790         05  FILLER                  PIC X(06) VALUE " THRU ".
002800         05  VAR-HDG-TO              PIC 9(08).
002810         05  FILLER                  PIC X(20)
002820                 VALUE "  OVERRUN ABOVE ".
002830         05  VAR-HDG-PCT             PIC ZZ9.
002840         05  FILLER                  PIC X(08) VALUE " PERCENT".
002850         05  FILLER                  PIC X(63) VALUE SPACES.
002860 01  VAR-TASK-HEADING.
002870         05  FILLER                  PIC X(08) VALUE "TASK-ID".
002880         05  FILLER                  PIC X(31)
002890                 VALUE "TASK-NAME".
002900         05  FILLER                  PIC X(09) VALUE "OWNER".
002910         05  FILLER                  PIC X(09) VALUE "CATEGORY".
002920         05  FILLER                  PIC X(05) VALUE "TMPL".
002930         05  FILLER                  PIC X(09) VALUE "COMPLETED".
002940         05  FILLER                  PIC X(06) VALUE "  EST".
002950         05  FILLER                  PIC X(08) VALUE "  ACTUAL".
002960         05  FILLER                  PIC X(09) VALUE "VARIANCE".
002970         05  FILLER                  PIC X(09) VALUE "    PCT".
002980         05  FILLER                  PIC X(29) VALUE SPACES.
002990 01  VAR-TASK-LINE.
003000         05  VAR-TKL-ID              PIC 9(06).
003010         05  FILLER                  PIC X(02) VALUE SPACES.
003020         05  VAR-TKL-NAME            PIC X(30).
003030         05  FILLER                  PIC X(01) VALUE SPACES.
003040         05  VAR-TKL-OWNER           PIC X(08).
003050         05  FILLER                  PIC X(01) VALUE SPACES.
003060         05  VAR-TKL-CATEGORY        PIC X(08).
003070         05  FILLER                  PIC X(01) VALUE SPACES.
003080         05  VAR-TKL-TEMPLATE        PIC X(04).
003090         05  VAR-TKL-TEMPLATE-N REDEFINES VAR-TKL-TEMPLATE
003100                                     PIC ZZZ9.
003110         05  FILLER                  PIC X(01) VALUE SPACES.
003120         05  VAR-TKL-DONE            PIC 9(08).
003130         05  FILLER                  PIC X(01) VALUE SPACES.
003140         05  VAR-TKL-EST             PIC ZZZZ9.
003150         05  FILLER                  PIC X(01) VALUE SPACES.
003160         05  VAR-TKL-ACTUAL          PIC ZZZZZZ9.
003170         05  FILLER                  PIC X(01) VALUE SPACES.
003180         05  VAR-TKL-VARIANCE        PIC X(08).
003190         05  VAR-TKL-VARIANCE-N REDEFINES VAR-TKL-VARIANCE
003200                                     PIC -------9.
003210         05  FILLER                  PIC X(01) VALUE SPACES.
003220         05  VAR-TKL-PCT             PIC X(09).
003230         05  VAR-TKL-PCT-N REDEFINES VAR-TKL-PCT
003240                                     PIC ------9.9.
003250         05  FILLER                  PIC X(02) VALUE SPACES.
003260         05  VAR-TKL-FLAG            PIC X(12).
003270         05  FILLER                  PIC X(15) VALUE SPACES.
003280 01  VAR-SUMMARY-HEADING.
003290         05  FILLER                  PIC X(11) VALUE SPACES.
003300         05  FILLER                  PIC X(07) VALUE " CLOSED".
003310         05  FILLER                  PIC X(07) VALUE "   ESTD".
003320         05  FILLER                  PIC X(09) VALUE "  EST-MIN".
003330         05  FILLER                  PIC X(09) VALUE "   ACTUAL".
003340         05  FILLER                  PIC X(10) VALUE "  VARIANCE".
003350         05  FILLER                  PIC X(11)
003360                 VALUE "        PCT".
003370         05  FILLER                  PIC X(06) VALUE "  OVER".
003380         05  FILLER                  PIC X(62) VALUE SPACES.
003390 01  VAR-SUMMARY-LINE.
003400         05  VAR-SUM-CODE            PIC X(10).
003410         05  FILLER                  PIC X(01) VALUE SPACES.
003420         05  VAR-SUM-CLOSED          PIC ZZZZ9.
003430         05  FILLER                  PIC X(02) VALUE SPACES.
003440         05  VAR-SUM-ESTIMATED       PIC ZZZZ9.
003450         05  FILLER                  PIC X(02) VALUE SPACES.
003460         05  VAR-SUM-EST-MIN         PIC ZZZZZZ9.
003470         05  FILLER                  PIC X(02) VALUE SPACES.
003480         05  VAR-SUM-ACT-MIN         PIC ZZZZZZ9.
003490         05  FILLER                  PIC X(02) VALUE SPACES.
003500         05  VAR-SUM-VARIANCE        PIC -------9.
003510         05  FILLER                  PIC X(02) VALUE SPACES.
003520         05  VAR-SUM-PCT             PIC X(09).
003530         05  VAR-SUM-PCT-N REDEFINES VAR-SUM-PCT
003540                                     PIC ------9.9.
003550         05  FILLER                  PIC X(01) VALUE SPACES.
003560         05  VAR-SUM-OVER            PIC ZZZZ9.
003570         05  FILLER                  PIC X(64) VALUE SPACES.
003580 01  VAR-TEMPLATE-HEADING.
003590         05  FILLER                  PIC X(06) VALUE "TMPL".
003600         05  FILLER                  PIC X(41)
003610                 VALUE "TEMPLATE TASK-NAME".
003620         05  FILLER                  PIC X(07) VALUE "CUR-EST".
003630         05  FILLER                  PIC X(07) VALUE "  TASKS".
003640         05  FILLER                  PIC X(07) VALUE "   OVER".
003650         05  FILLER                  PIC X(07) VALUE "AVG-EST".
003660         05  FILLER                  PIC X(08) VALUE " AVG-ACT".
003670         05  FILLER                  PIC X(49) VALUE SPACES.
003680 01  VAR-TEMPLATE-LINE.
003690         05  VAR-TPL-LINE-ID         PIC ZZZ9.
003700         05  FILLER                  PIC X(02) VALUE SPACES.
003710         05  VAR-TPL-LINE-NAME       PIC X(40).
003720         05  FILLER                  PIC X(01) VALUE SPACES.
003730         05  VAR-TPL-LINE-CUR        PIC X(05).
003740         05  VAR-TPL-LINE-CUR-N REDEFINES VAR-TPL-LINE-CUR
003750                                     PIC ZZZZ9.
003760         05  FILLER                  PIC X(02) VALUE SPACES.
003770         05  VAR-TPL-LINE-TASKS      PIC ZZZZ9.
003780         05  FILLER                  PIC X(02) VALUE SPACES.
003790         05  VAR-TPL-LINE-OVER       PIC ZZZZ9.
003800         05  FILLER                  PIC X(02) VALUE SPACES.
003810         05  VAR-TPL-LINE-AVG-EST    PIC ZZZZ9.
003820         05  FILLER                  PIC X(01) VALUE SPACES.
003830         05  VAR-TPL-LINE-AVG-ACT    PIC ZZZZZZ9.
003840         05  FILLER                  PIC X(51) VALUE SPACES.
003850 01  VAR-END-LINE.
003860         05  FILLER                  PIC X(16)
003870                 VALUE "END OF REPORT - ".
003880         05  VAR-END-CLOSED          PIC 9(05).
003890         05  FILLER                  PIC X(19)
003900                 VALUE " TASK(S) COMPLETED ".
003910         05  VAR-END-ESTIMATED       PIC 9(05).
003920         05  FILLER                  PIC X(11)
003930                 VALUE " ESTIMATED ".
003940         05  VAR-END-OVER            PIC 9(05).
003950         05  FILLER                  PIC X(15)
003960                 VALUE " OVER ESTIMATE".
003970         05  FILLER                  PIC X(56) VALUE SPACES.
003980
003990 PROCEDURE DIVISION.
004000*****************************************************************
004010*    0000-MAINLINE                                              *
004020*****************************************************************
004030 0000-MAINLINE.
004040         MOVE FUNCTION CURRENT-DATE TO VAR-CURRENT-DATE-TIME.
004050         PERFORM 1000-ACCEPT-DATE-RANGE THRU 1000-EXIT.
004060         PERFORM 1100-ACCEPT-OVERRUN-PCT THRU 1100-EXIT.
004070         PERFORM 9000-OPEN-PRINT-FILE THRU 9000-EXIT.
004080         MOVE "COMPLETED TASKS" TO VAR-PRINT-LINE.
004090         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
004100         MOVE VAR-TASK-HEADING TO VAR-PRINT-LINE.
004110         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
004120         SORT VAR-SORT-FILE
004130             ON ASCENDING KEY VRS-TASK-ID VRS-REC-TYPE
004140             INPUT PROCEDURE IS 2000-RELEASE-RECORDS
004150                 THRU 2000-EXIT
004160             OUTPUT PROCEDURE IS 3000-MEASURE-TASKS
004170                 THRU 3000-EXIT.
004180         IF VAR-CLOSED-COUNT = ZERO
004190             MOVE "No tasks completed in the period."
004200                 TO VAR-PRINT-LINE
004210             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
004220         END-IF.
004230         PERFORM 4000-PRINT-CATEGORY-SUMMARY THRU 4000-EXIT.
004240         PERFORM 4500-PRINT-OWNER-SUMMARY THRU 4500-EXIT.
004250         PERFORM 5000-PRINT-REPEAT-TEMPLATES THRU 5000-EXIT.
004260         PERFORM 9300-CLOSE-PRINT-FILE THRU 9300-EXIT.
004270         DISPLAY "TASKVAR: " VAR-CLOSED-COUNT
004280             " task(s) completed, " VAR-ESTIMATED-COUNT
004290             " estimated, " VAR-OVER-COUNT " over estimate.".
004300         STOP RUN.
004310
004320*****************************************************************
004330*    1000-ACCEPT-DATE-RANGE - COMPLETION DATES TO REPORT ON.     *
004340*    SPACES LEAVE AN END OPEN.                                   *
004350*****************************************************************
004360 1000-ACCEPT-DATE-RANGE.
004370         MOVE ZERO TO VAR-FROM-DATE.
004380         MOVE 99999999 TO VAR-TO-DATE.
004390         DISPLAY "From completion date (CCYYMMDD, "
004400             "or spaces for open):".
004410         ACCEPT VAR-DATE-INPUT.
004420         IF VAR-DATE-INPUT(1:8) IS NUMERIC
004430             MOVE VAR-DATE-INPUT(1:8) TO VAR-FROM-DATE
004440         ELSE
004450             IF VAR-DATE-INPUT NOT = SPACES
004460                 DISPLAY "From date not valid - left open."
004470             END-IF
004480         END-IF.
004490         DISPLAY "To completion date (CCYYMMDD, "
004500             "or spaces for open):".
004510         ACCEPT VAR-DATE-INPUT.
004520         IF VAR-DATE-INPUT(1:8) IS NUMERIC
004530             MOVE VAR-DATE-INPUT(1:8) TO VAR-TO-DATE
004540         ELSE
004550             IF VAR-DATE-INPUT NOT = SPACES
004560                 DISPLAY "To date not valid - left open."
004570             END-IF
004580         END-IF.
004590 1000-EXIT.
004600         EXIT.
004610
004620*****************************************************************
004630*    1100-ACCEPT-OVERRUN-PCT - A TASK WHOSE ACTUAL MINUTES ARE   *
004640*    MORE THAN THIS PERCENTAGE OVER ITS ESTIMATE IS FLAGGED.     *
004650*    SPACES TAKE THE SITE DEFAULT.                               *
004660*****************************************************************
004670 1100-ACCEPT-OVERRUN-PCT.
004680         MOVE VAR-DEFAULT-PCT TO VAR-OVERRUN-PCT.
004690         DISPLAY "Overrun percentage to flag (0-999, or spaces "
004700             "for " VAR-DEFAULT-PCT "):".
004710         MOVE SPACES TO VAR-PCT-INPUT.
004720         ACCEPT VAR-PCT-INPUT.
004730         IF VAR-PCT-INPUT = SPACES
004740             GO TO 1100-EXIT
004750         END-IF.
004760         MOVE FUNCTION TRIM(VAR-PCT-INPUT) TO VAR-PCT-TRIMMED.
004770         MOVE FUNCTION LENGTH(FUNCTION TRIM(VAR-PCT-INPUT))
004780             TO VAR-PCT-LEN.
004790         IF VAR-PCT-LEN > 3
004800             DISPLAY "Percentage not valid - "
004810                 VAR-DEFAULT-PCT " used."
004820             GO TO 1100-EXIT
004830         END-IF.
004840         IF VAR-PCT-TRIMMED(1:VAR-PCT-LEN) IS NOT NUMERIC
004850             DISPLAY "Percentage not valid - "
004860                 VAR-DEFAULT-PCT " used."
004870             GO TO 1100-EXIT
004880         END-IF.
004890         MOVE FUNCTION NUMVAL(VAR-PCT-TRIMMED(1:VAR-PCT-LEN))
004900             TO VAR-OVERRUN-PCT.
004910 1100-EXIT.
004920         EXIT.
004930
004940*****************************************************************
004950*    2000-RELEASE-RECORDS - SORT INPUT PROCEDURE.  RELEASES THE  *
004960*    COMPLETIONS INSIDE THE DATE RANGE, EVERY LIVE AND ARCHIVED  *
004970*    TASK ROW, AND EVERY LIVE AND ARCHIVED WORK-LOG INTERVAL.    *
004980*****************************************************************
004990 2000-RELEASE-RECORDS.
005000         PERFORM 2100-RELEASE-AUDIT THRU 2100-EXIT.
005010         PERFORM 2200-RELEASE-MASTER THRU 2200-EXIT.
005020         PERFORM 2300-RELEASE-ARCHIVE THRU 2300-EXIT.
005030         PERFORM 2400-RELEASE-WORK-LOG THRU 2400-EXIT.
005040         PERFORM 2500-RELEASE-WLOG-ARCHIVE THRU 2500-EXIT.
005050 2000-EXIT.
005060         EXIT.
005070
005080 2100-RELEASE-AUDIT.
005090         OPEN INPUT TASK-AUDIT.
005100         IF VAR-TASKAUD-NOTFOUND
005110             DISPLAY "TASK-AUDIT not found - nothing to measure."
005120             GO TO 2100-EXIT
005130         END-IF.
005140         IF NOT VAR-TASKAUD-OK
005150             DISPLAY "Unable to open TASK-AUDIT, status "
005160                 VAR-TASKAUD-STATUS
005170             GO TO 2100-EXIT
005180         END-IF.
005190         PERFORM 2110-RELEASE-ONE-AUDIT THRU 2110-EXIT
005200             UNTIL VAR-TASKAUD-EOF.
005210         CLOSE TASK-AUDIT.
005220 2100-EXIT.
005230         EXIT.
005240
005250*****************************************************************
005260*    2110-RELEASE-ONE-AUDIT - A COMPLETION IS A STATUS UPDATE    *
005270*    FROM PENDING OR ACTIVE TO COMPLETE, THE TASKSLA TEST        *
005280*****************************************************************
005290 2110-RELEASE-ONE-AUDIT.
005300         READ TASK-AUDIT
005310             AT END
005320                 SET VAR-TASKAUD-EOF TO TRUE
005330             NOT AT END
005340                 ADD 1 TO VAR-AUDIT-COUNT
005350                 IF AU-ACTION-UPDATE
005360                     AND AU-NEW-VALUE(1:8) = "COMPLETE"
005370                     AND (AU-OLD-VALUE(1:7) = "PENDING"
005380                         OR AU-OLD-VALUE(1:6) = "ACTIVE")
005390                     AND AU-AUDIT-DATE >= VAR-FROM-DATE
005400                     AND AU-AUDIT-DATE <= VAR-TO-DATE
005410                     MOVE SPACES TO VAR-SORT-RECORD
005420                     MOVE AU-TASK-ID TO VRS-TASK-ID
005430                     SET VRS-COMPLETE-EVENT TO TRUE
005440                     MOVE AU-AUDIT-DATE TO VRS-DONE-DATE
005450                     MOVE ZERO TO VRS-EST-MINUTES
005460                     MOVE ZERO TO VRS-TEMPLATE-ID
005470                     MOVE ZERO TO VRS-MINUTES
005480                     RELEASE VAR-SORT-RECORD
005490                 END-IF
005500         END-READ.
005510 2110-EXIT.
005520         EXIT.
005530
005540 2200-RELEASE-MASTER.
005550         OPEN INPUT TASK-MASTER.
005560         IF VAR-TASKMSTR-NOTFOUND
005570             GO TO 2200-EXIT
005580         END-IF.
005590         IF NOT VAR-TASKMSTR-OK
005600             DISPLAY "Unable to open TASK-MASTER, status "
005610                 VAR-TASKMSTR-STATUS
005620             GO TO 2200-EXIT
005630         END-IF.
005640         PERFORM 2210-RELEASE-ONE-MASTER THRU 2210-EXIT
005650             UNTIL VAR-TASKMSTR-EOF.
005660         CLOSE TASK-MASTER.
005670 2200-EXIT.
005680         EXIT.
005690
005700 2210-RELEASE-ONE-MASTER.
005710         READ TASK-MASTER NEXT RECORD
005720             AT END
005730                 SET VAR-TASKMSTR-EOF TO TRUE
005740             NOT AT END
005750                 MOVE SPACES TO VAR-SORT-RECORD
005760                 MOVE TM-ID TO VRS-TASK-ID
005770                 SET VRS-MASTER-ROW TO TRUE
005780                 MOVE ZERO TO VRS-DONE-DATE
005790                 MOVE TM-OWNER TO VRS-OWNER
005800                 MOVE TM-CATEGORY TO VRS-CATEGORY
005810                 MOVE TM-NAME TO VRS-NAME
005820                 MOVE TM-EST-MINUTES TO VRS-EST-MINUTES
005830                 MOVE TM-TEMPLATE-ID TO VRS-TEMPLATE-ID
005840                 MOVE ZERO TO VRS-MINUTES
005850                 RELEASE VAR-SORT-RECORD
005860         END-READ.
005870 2210-EXIT.
005880         EXIT.
005890
005900 2300-RELEASE-ARCHIVE.
005910         OPEN INPUT TASK-ARCHIVE.
005920         IF VAR-TASKARC-NOTFOUND
005930             GO TO 2300-EXIT
005940         END-IF.
005950         IF NOT VAR-TASKARC-OK
005960             DISPLAY "Unable to open TASK-ARCHIVE, status "
005970                 VAR-TASKARC-STATUS
005980             GO TO 2300-EXIT
005990         END-IF.
006000         PERFORM 2310-RELEASE-ONE-ARCHIVE THRU 2310-EXIT
006010             UNTIL VAR-TASKARC-EOF.
006020         CLOSE TASK-ARCHIVE.
006030 2300-EXIT.
006040         EXIT.
006050
006060 2310-RELEASE-ONE-ARCHIVE.
006070         READ TASK-ARCHIVE
006080             AT END
006090                 SET VAR-TASKARC-EOF TO TRUE
006100             NOT AT END
006110                 MOVE SPACES TO VAR-SORT-RECORD
006120                 MOVE TA-ID TO VRS-TASK-ID
006130                 SET VRS-ARCHIVE-ROW TO TRUE
006140                 MOVE ZERO TO VRS-DONE-DATE
006150                 MOVE TA-OWNER TO VRS-OWNER
006160                 MOVE TA-CATEGORY TO VRS-CATEGORY
006170                 MOVE TA-NAME TO VRS-NAME
006180                 MOVE TA-EST-MINUTES TO VRS-EST-MINUTES
006190                 MOVE TA-TEMPLATE-ID TO VRS-TEMPLATE-ID
006200                 MOVE ZERO TO VRS-MINUTES
006210                 RELEASE VAR-SORT-RECORD
006220         END-READ.
006230 2310-EXIT.
006240         EXIT.
006250
006260 2400-RELEASE-WORK-LOG.
006270         OPEN INPUT TASK-WORK-LOG.
006280         IF VAR-TASKWLOG-NOTFOUND
006290             GO TO 2400-EXIT
006300         END-IF.
006310         IF NOT VAR-TASKWLOG-OK
006320             DISPLAY "Unable to open TASK-WORK-LOG, status "
006330                 VAR-TASKWLOG-STATUS
006340             GO TO 2400-EXIT
006350         END-IF.
006360         PERFORM 2410-RELEASE-ONE-INTERVAL THRU 2410-EXIT
006370             UNTIL VAR-TASKWLOG-EOF.
006380         CLOSE TASK-WORK-LOG.
006390 2400-EXIT.
006400         EXIT.
006410
006420*****************************************************************
006430*    2410-RELEASE-ONE-INTERVAL - AN INTERVAL STILL IN PROGRESS   *
006440*    CARRIES ZERO MINUTES AND ADDS NOTHING                       *
006450*****************************************************************
006460 2410-RELEASE-ONE-INTERVAL.
006470         READ TASK-WORK-LOG NEXT RECORD
006480             AT END
006490                 SET VAR-TASKWLOG-EOF TO TRUE
006500             NOT AT END
006510                 ADD 1 TO VAR-INTERVAL-COUNT
006520                 MOVE WL-TASK-ID TO VAR-AWL-TASK-ID
006530                 MOVE WL-MINUTES TO VAR-AWL-MINUTES
006540                 PERFORM 2600-RELEASE-INTERVAL THRU 2600-EXIT
006550         END-READ.
006560 2410-EXIT.
006570         EXIT.
006580
006590 2500-RELEASE-WLOG-ARCHIVE.
006600         OPEN INPUT WLOG-ARCHIVE.
006610         IF VAR-WLOGARC-NOTFOUND
006620             GO TO 2500-EXIT
006630         END-IF.
006640         IF NOT VAR-WLOGARC-OK
006650             DISPLAY "Unable to open WLOG-ARCHIVE, status "
006660                 VAR-WLOGARC-STATUS
006670             GO TO 2500-EXIT
006680         END-IF.
006690         PERFORM 2510-RELEASE-ONE-ARCHIVED THRU 2510-EXIT
006700             UNTIL VAR-WLOGARC-EOF.
006710         CLOSE WLOG-ARCHIVE.
006720 2500-EXIT.
006730         EXIT.
006740
006750 2510-RELEASE-ONE-ARCHIVED.
006760         READ WLOG-ARCHIVE INTO VAR-ARCHIVED-INTERVAL
006770             AT END
006780                 SET VAR-WLOGARC-EOF TO TRUE
006790             NOT AT END
006800                 ADD 1 TO VAR-INTERVAL-COUNT
006810                 PERFORM 2600-RELEASE-INTERVAL THRU 2600-EXIT
006820         END-READ.
006830 2510-EXIT.
006840         EXIT.
006850
006860 2600-RELEASE-INTERVAL.
006870         MOVE SPACES TO VAR-SORT-RECORD.
006880         MOVE VAR-AWL-TASK-ID TO VRS-TASK-ID.
006890         SET VRS-WORK-INTERVAL TO TRUE.
006900         MOVE ZERO TO VRS-DONE-DATE.
006910         MOVE ZERO TO VRS-EST-MINUTES.
006920         MOVE ZERO TO VRS-TEMPLATE-ID.
006930         MOVE VAR-AWL-MINUTES TO VRS-MINUTES.
006940         RELEASE VAR-SORT-RECORD.
006950 2600-EXIT.
006960         EXIT.
006970
006980*****************************************************************
006990*    3000-MEASURE-TASKS - SORT OUTPUT PROCEDURE.  THE RECORDS    *
007000*    FOR ONE TASK-ID ARRIVE TOGETHER; EACH GROUP IS MEASURED     *
007010*    WHEN THE NEXT TASK-ID STARTS AND AFTER THE LAST RECORD.     *
007020*****************************************************************
007030 3000-MEASURE-TASKS.
007040         MOVE "N" TO VAR-SORT-EOF-FLAG.
007050         MOVE ZERO TO VAR-GROUP-ID.
007060         PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
007070             UNTIL VAR-SORT-EOF.
007080         IF VAR-GROUP-ID NOT = ZERO
007090             PERFORM 3200-MEASURE-ONE-TASK THRU 3200-EXIT
007100         END-IF.
007110 3000-EXIT.
007120         EXIT.
007130
007140 3100-RETURN-ONE-RECORD.
007150         RETURN VAR-SORT-FILE
007160             AT END
007170                 SET VAR-SORT-EOF TO TRUE
007180             NOT AT END
007190                 IF VRS-TASK-ID NOT = VAR-GROUP-ID
007200                     IF VAR-GROUP-ID NOT = ZERO
007210                         PERFORM 3200-MEASURE-ONE-TASK
007220                             THRU 3200-EXIT
007230                     END-IF
007240                     PERFORM 3150-START-GROUP THRU 3150-EXIT
007250                 END-IF
007260                 PERFORM 3160-APPLY-ONE-RECORD THRU 3160-EXIT
007270         END-RETURN.
007280 3100-EXIT.
007290         EXIT.
007300
007310 3150-START-GROUP.
007320         MOVE VRS-TASK-ID TO VAR-GROUP-ID.
007330         MOVE ZERO TO VAR-GROUP-DONE-DATE.
007340         MOVE SPACES TO VAR-GROUP-OWNER.
007350         MOVE SPACES TO VAR-GROUP-CATEGORY.
007360         MOVE SPACES TO VAR-GROUP-NAME.
007370         MOVE ZERO TO VAR-GROUP-EST.
007380         MOVE ZERO TO VAR-GROUP-TEMPLATE.
007390         MOVE ZERO TO VAR-GROUP-ACTUAL.
007400         SET VAR-GROUP-NO-ROW TO TRUE.
007410 3150-EXIT.
007420         EXIT.
007430
007440*****************************************************************
007450*    3160-APPLY-ONE-RECORD - THE LATEST COMPLETION IN THE RANGE  *
007460*    IS KEPT.  A LIVE ROW TAKES PRECEDENCE OVER AN ARCHIVED ONE. *
007470*****************************************************************
007480 3160-APPLY-ONE-RECORD.
007490         EVALUATE TRUE
007500             WHEN VRS-COMPLETE-EVENT
007510                 IF VRS-DONE-DATE > VAR-GROUP-DONE-DATE
007520                     MOVE VRS-DONE-DATE TO VAR-GROUP-DONE-DATE
007530                 END-IF
007540             WHEN VRS-MASTER-ROW
007550                 SET VAR-GROUP-ON-MASTER TO TRUE
007560                 PERFORM 3170-TAKE-TASK-ROW THRU 3170-EXIT
007570             WHEN VRS-ARCHIVE-ROW
007580                 IF NOT VAR-GROUP-ON-MASTER
007590                     SET VAR-GROUP-ON-ARCHIVE TO TRUE
007600                     PERFORM 3170-TAKE-TASK-ROW THRU 3170-EXIT
007610                 END-IF
007620             WHEN VRS-WORK-INTERVAL
007630                 ADD VRS-MINUTES TO VAR-GROUP-ACTUAL
007640         END-EVALUATE.
007650 3160-EXIT.
007660         EXIT.
007670
007680 3170-TAKE-TASK-ROW.
007690         MOVE VRS-OWNER TO VAR-GROUP-OWNER.
007700         MOVE VRS-CATEGORY TO VAR-GROUP-CATEGORY.
007710         MOVE VRS-NAME TO VAR-GROUP-NAME.
007720         MOVE VRS-EST-MINUTES TO VAR-GROUP-EST.
007730         MOVE VRS-TEMPLATE-ID TO VAR-GROUP-TEMPLATE.
007740 3170-EXIT.
007750         EXIT.
007760
007770*****************************************************************
007780*    3200-MEASURE-ONE-TASK - ONLY A TASK COMPLETED IN THE RANGE  *
007790*    IS REPORTED.  WITH AN ESTIMATE, THE VARIANCE IS ACTUAL      *
007800*    LESS ESTIMATE, AND MORE THAN VAR-OVERRUN-PCT OF THE         *
007810*    ESTIMATE OVER IS AN OVERRUN.                                *
007820*****************************************************************
007830 3200-MEASURE-ONE-TASK.
007840         IF VAR-GROUP-DONE-DATE = ZERO
007850             GO TO 3200-EXIT
007860         END-IF.
007870         ADD 1 TO VAR-CLOSED-COUNT.
007880         IF VAR-GROUP-NO-ROW
007890             ADD 1 TO VAR-NO-ROW-COUNT
007900             GO TO 3200-EXIT
007910         END-IF.
007920         MOVE "N" TO VAR-GROUP-OVER-FLAG.
007930         PERFORM 3400-FIND-CATEGORY THRU 3400-EXIT.
007940         PERFORM 3500-FIND-OWNER THRU 3500-EXIT.
007950         IF VAR-CAT-FOUND NOT = ZERO
007960             ADD 1 TO VAR-CAT-CLOSED(VAR-CAT-IDX)
007970         END-IF.
007980         IF VAR-OWN-FOUND NOT = ZERO
007990             ADD 1 TO VAR-OWN-CLOSED(VAR-OWN-IDX)
008000         END-IF.
008010         MOVE SPACES TO VAR-TASK-LINE.
008020         MOVE VAR-GROUP-ID TO VAR-TKL-ID.
008030         MOVE VAR-GROUP-NAME TO VAR-TKL-NAME.
008040         MOVE VAR-GROUP-OWNER TO VAR-TKL-OWNER.
008050         MOVE VAR-GROUP-CATEGORY TO VAR-TKL-CATEGORY.
008060         IF VAR-GROUP-TEMPLATE NOT = ZERO
008070             MOVE VAR-GROUP-TEMPLATE TO VAR-TKL-TEMPLATE-N
008080         END-IF.
008090         MOVE VAR-GROUP-DONE-DATE TO VAR-TKL-DONE.
008100         MOVE VAR-GROUP-EST TO VAR-TKL-EST.
008110         MOVE VAR-GROUP-ACTUAL TO VAR-TKL-ACTUAL.
008120         IF VAR-GROUP-EST = ZERO
008130             ADD 1 TO VAR-NO-ESTIMATE-COUNT
008140             MOVE "NO ESTIMATE" TO VAR-TKL-FLAG
008150         ELSE
008160             PERFORM 3300-COMPARE-ESTIMATE THRU 3300-EXIT
008170         END-IF.
008180         MOVE VAR-TASK-LINE TO VAR-PRINT-LINE.
008190         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
008200 3200-EXIT.
008210         EXIT.
008220
008230 3300-COMPARE-ESTIMATE.
008240         ADD 1 TO VAR-ESTIMATED-COUNT.
008250         ADD VAR-GROUP-EST TO VAR-TOTAL-EST-MIN.
008260         ADD VAR-GROUP-ACTUAL TO VAR-TOTAL-ACT-MIN.
008270         COMPUTE VAR-VARIANCE = VAR-GROUP-ACTUAL - VAR-GROUP-EST.
008280         COMPUTE VAR-PCT-WORK ROUNDED =
008290             VAR-VARIANCE * 100 / VAR-GROUP-EST.
008300         MOVE VAR-VARIANCE TO VAR-TKL-VARIANCE-N.
008310         MOVE VAR-PCT-WORK TO VAR-TKL-PCT-N.
008320         IF VAR-PCT-WORK > VAR-OVERRUN-PCT
008330             SET VAR-GROUP-OVERRAN TO TRUE
008340             ADD 1 TO VAR-OVER-COUNT
008350             MOVE "*** OVER ***" TO VAR-TKL-FLAG
008360         END-IF.
008370         IF VAR-CAT-FOUND NOT = ZERO
008380             ADD 1 TO VAR-CAT-ESTIMATED(VAR-CAT-IDX)
008390             ADD VAR-GROUP-EST TO VAR-CAT-EST-MIN(VAR-CAT-IDX)
008400             ADD VAR-GROUP-ACTUAL TO VAR-CAT-ACT-MIN(VAR-CAT-IDX)
008410             IF VAR-GROUP-OVERRAN
008420                 ADD 1 TO VAR-CAT-OVER(VAR-CAT-IDX)
008430             END-IF
008440         END-IF.
008450         IF VAR-OWN-FOUND NOT = ZERO
008460             ADD 1 TO VAR-OWN-ESTIMATED(VAR-OWN-IDX)
008470             ADD VAR-GROUP-EST TO VAR-OWN-EST-MIN(VAR-OWN-IDX)
008480             ADD VAR-GROUP-ACTUAL TO VAR-OWN-ACT-MIN(VAR-OWN-IDX)
008490             IF VAR-GROUP-OVERRAN
008500                 ADD 1 TO VAR-OWN-OVER(VAR-OWN-IDX)
008510             END-IF
008520         END-IF.
008530         IF VAR-GROUP-TEMPLATE NOT = ZERO
008540             PERFORM 3600-FIND-TEMPLATE THRU 3600-EXIT
008550         END-IF.
008560         IF VAR-GROUP-TEMPLATE NOT = ZERO
008570             AND VAR-TPL-FOUND NOT = ZERO
008580             ADD 1 TO VAR-TPL-MEASURED(VAR-TPL-IDX)
008590             ADD VAR-GROUP-EST TO VAR-TPL-EST-MIN(VAR-TPL-IDX)
008600             ADD VAR-GROUP-ACTUAL TO VAR-TPL-ACT-MIN(VAR-TPL-IDX)
008610             IF VAR-GROUP-OVERRAN
008620                 ADD 1 TO VAR-TPL-OVER(VAR-TPL-IDX)
008630             END-IF
008640         END-IF.
008650 3300-EXIT.
008660         EXIT.
008670
008680*****************************************************************
008690*    3400-FIND-CATEGORY - FIND OR ADD THE CATEGORY'S TALLY ROW.  *
008700*    AN UNCATEGORIZED TASK COUNTS UNDER (NONE).                  *
008710*****************************************************************
008720 3400-FIND-CATEGORY.
008730         MOVE VAR-GROUP-CATEGORY TO VAR-CAT-WORK.
008740         IF VAR-CAT-WORK = SPACES
008750             MOVE "(NONE)" TO VAR-CAT-WORK
008760         END-IF.
008770         MOVE ZERO TO VAR-CAT-FOUND.
008780         IF VAR-CAT-COUNT > ZERO
008790             PERFORM 3410-CHECK-ONE-CATEGORY THRU 3410-EXIT
008800                 VARYING VAR-CAT-IDX FROM 1 BY 1
008810                 UNTIL VAR-CAT-IDX > VAR-CAT-COUNT
008820                 OR VAR-CAT-FOUND NOT = ZERO
008830         END-IF.
008840         IF VAR-CAT-FOUND = ZERO
008850             IF VAR-CAT-COUNT NOT < 200
008860                 DISPLAY "Category table is full - "
008870                     VAR-CAT-WORK " not tallied."
008880                 GO TO 3400-EXIT
008890             END-IF
008900             ADD 1 TO VAR-CAT-COUNT
008910             MOVE VAR-CAT-COUNT TO VAR-CAT-FOUND
008920             SET VAR-CAT-IDX TO VAR-CAT-COUNT
008930             MOVE VAR-CAT-WORK TO VAR-CAT-CODE(VAR-CAT-IDX)
008940             MOVE ZERO TO VAR-CAT-CLOSED(VAR-CAT-IDX)
008950             MOVE ZERO TO VAR-CAT-ESTIMATED(VAR-CAT-IDX)
008960             MOVE ZERO TO VAR-CAT-EST-MIN(VAR-CAT-IDX)
008970             MOVE ZERO TO VAR-CAT-ACT-MIN(VAR-CAT-IDX)
008980             MOVE ZERO TO VAR-CAT-OVER(VAR-CAT-IDX)
008990         END-IF.
009000         SET VAR-CAT-IDX TO VAR-CAT-FOUND.
009010 3400-EXIT.
009020         EXIT.
009030
009040 3410-CHECK-ONE-CATEGORY.
009050         IF VAR-CAT-CODE(VAR-CAT-IDX) = VAR-CAT-WORK
009060             SET VAR-CAT-FOUND TO VAR-CAT-IDX
009070         END-IF.
009080 3410-EXIT.
009090         EXIT.
009100
009110*****************************************************************
009120*    3500-FIND-OWNER - FIND OR ADD THE OWNER'S TALLY ROW         *
009130*****************************************************************
009140 3500-FIND-OWNER.
009150         MOVE ZERO TO VAR-OWN-FOUND.
009160         IF VAR-OWN-COUNT > ZERO
009170             PERFORM 3510-CHECK-ONE-OWNER THRU 3510-EXIT
009180                 VARYING VAR-OWN-IDX FROM 1 BY 1
009190                 UNTIL VAR-OWN-IDX > VAR-OWN-COUNT
009200                 OR VAR-OWN-FOUND NOT = ZERO
009210         END-IF.
009220         IF VAR-OWN-FOUND = ZERO
009230             IF VAR-OWN-COUNT NOT < 200
009240                 DISPLAY "Owner table is full - "
009250                     VAR-GROUP-OWNER " not tallied."
009260                 GO TO 3500-EXIT
009270             END-IF
009280             ADD 1 TO VAR-OWN-COUNT
009290             MOVE VAR-OWN-COUNT TO VAR-OWN-FOUND
009300             SET VAR-OWN-IDX TO VAR-OWN-COUNT
009310             MOVE VAR-GROUP-OWNER TO VAR-OWN-ID(VAR-OWN-IDX)
009320             MOVE ZERO TO VAR-OWN-CLOSED(VAR-OWN-IDX)
009330             MOVE ZERO TO VAR-OWN-ESTIMATED(VAR-OWN-IDX)
009340             MOVE ZERO TO VAR-OWN-EST-MIN(VAR-OWN-IDX)
009350             MOVE ZERO TO VAR-OWN-ACT-MIN(VAR-OWN-IDX)
009360             MOVE ZERO TO VAR-OWN-OVER(VAR-OWN-IDX)
009370         END-IF.
009380         SET VAR-OWN-IDX TO VAR-OWN-FOUND.
009390 3500-EXIT.
009400         EXIT.
009410
009420 3510-CHECK-ONE-OWNER.
009430         IF VAR-OWN-ID(VAR-OWN-IDX) = VAR-GROUP-OWNER
009440             SET VAR-OWN-FOUND TO VAR-OWN-IDX
009450         END-IF.
009460 3510-EXIT.
009470         EXIT.
009480
009490*****************************************************************
009500*    3600-FIND-TEMPLATE - FIND OR ADD THE TEMPLATE'S TALLY ROW,  *
009510*    NAMED AFTER THE FIRST INSTANCE MEASURED                     *
009520*****************************************************************
009530 3600-FIND-TEMPLATE.
009540         MOVE ZERO TO VAR-TPL-FOUND.
009550         IF VAR-TPL-COUNT > ZERO
009560             PERFORM 3610-CHECK-ONE-TEMPLATE THRU 3610-EXIT
009570                 VARYING VAR-TPL-IDX FROM 1 BY 1
009580                 UNTIL VAR-TPL-IDX > VAR-TPL-COUNT
009590                 OR VAR-TPL-FOUND NOT = ZERO
009600         END-IF.
009610         IF VAR-TPL-FOUND = ZERO
009620             IF VAR-TPL-COUNT NOT < 200
009630                 DISPLAY "Template table is full - template "
009640                     VAR-GROUP-TEMPLATE " not tallied."
009650                 GO TO 3600-EXIT
009660             END-IF
009670             ADD 1 TO VAR-TPL-COUNT
009680             MOVE VAR-TPL-COUNT TO VAR-TPL-FOUND
009690             SET VAR-TPL-IDX TO VAR-TPL-COUNT
009700             MOVE VAR-GROUP-TEMPLATE TO VAR-TPL-ID(VAR-TPL-IDX)
009710             MOVE VAR-GROUP-NAME TO VAR-TPL-NAME(VAR-TPL-IDX)
009720             MOVE ZERO TO VAR-TPL-MEASURED(VAR-TPL-IDX)
009730             MOVE ZERO TO VAR-TPL-OVER(VAR-TPL-IDX)
009740             MOVE ZERO TO VAR-TPL-EST-MIN(VAR-TPL-IDX)
009750             MOVE ZERO TO VAR-TPL-ACT-MIN(VAR-TPL-IDX)
009760         END-IF.
009770         SET VAR-TPL-IDX TO VAR-TPL-FOUND.
009780 3600-EXIT.
009790         EXIT.
009800
009810 3610-CHECK-ONE-TEMPLATE.
009820         IF VAR-TPL-ID(VAR-TPL-IDX) = VAR-GROUP-TEMPLATE
009830             SET VAR-TPL-FOUND TO VAR-TPL-IDX
009840         END-IF.
009850 3610-EXIT.
009860         EXIT.
009870
009880*****************************************************************
009890*    4000-PRINT-CATEGORY-SUMMARY - ONE LINE PER CATEGORY WITH    *
009900*    COMPLETIONS IN THE RANGE, THEN THE WHOLE RUN                *
009910*****************************************************************
009920 4000-PRINT-CATEGORY-SUMMARY.
009930         MOVE SPACES TO VAR-PRINT-LINE.
009940         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009950         MOVE "VARIANCE BY CATEGORY" TO VAR-PRINT-LINE.
009960         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009970         MOVE VAR-SUMMARY-HEADING TO VAR-PRINT-LINE.
009980         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009990         IF VAR-CAT-COUNT > ZERO
010000             PERFORM 4100-PRINT-ONE-CATEGORY THRU 4100-EXIT
010010                 VARYING VAR-CAT-IDX FROM 1 BY 1
010020                 UNTIL VAR-CAT-IDX > VAR-CAT-COUNT
010030         END-IF.
010040         MOVE "ALL" TO VAR-SUM-CODE.
010050         MOVE VAR-CLOSED-COUNT TO VAR-SUM-CLOSED.
010060         MOVE VAR-ESTIMATED-COUNT TO VAR-SUM-ESTIMATED.
010070         MOVE VAR-TOTAL-EST-MIN TO VAR-PCT-EST.
010080         MOVE VAR-TOTAL-ACT-MIN TO VAR-PCT-ACT.
010090         MOVE VAR-OVER-COUNT TO VAR-SUM-OVER.
010100         PERFORM 4900-SET-VARIANCE THRU 4900-EXIT.
010110         MOVE VAR-SUMMARY-LINE TO VAR-PRINT-LINE.
010120         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010130         IF VAR-NO-ESTIMATE-COUNT > ZERO
010140             STRING "NOTE: " DELIMITED BY SIZE
010150                 VAR-NO-ESTIMATE-COUNT DELIMITED BY SIZE
010160                 " completed task(s) with no estimate - not "
010170                 DELIMITED BY SIZE
010180                 "measured." DELIMITED BY SIZE
010190                 INTO VAR-PRINT-LINE
010200             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
010210         END-IF.
010220         IF VAR-NO-ROW-COUNT > ZERO
010230             STRING "NOTE: " DELIMITED BY SIZE
010240                 VAR-NO-ROW-COUNT DELIMITED BY SIZE
010250                 " completed task(s) no longer on TASKMSTR or "
010260                 DELIMITED BY SIZE
010270                 "TASKARC - not measured." DELIMITED BY SIZE
010280                 INTO VAR-PRINT-LINE
010290             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
010300         END-IF.
010310 4000-EXIT.
010320         EXIT.
010330
010340 4100-PRINT-ONE-CATEGORY.
010350         IF VAR-CAT-CLOSED(VAR-CAT-IDX) = ZERO
010360             GO TO 4100-EXIT
010370         END-IF.
010380         MOVE VAR-CAT-CODE(VAR-CAT-IDX) TO VAR-SUM-CODE.
010390         MOVE VAR-CAT-CLOSED(VAR-CAT-IDX) TO VAR-SUM-CLOSED.
010400         MOVE VAR-CAT-ESTIMATED(VAR-CAT-IDX) TO VAR-SUM-ESTIMATED.
010410         MOVE VAR-CAT-EST-MIN(VAR-CAT-IDX) TO VAR-PCT-EST.
010420         MOVE VAR-CAT-ACT-MIN(VAR-CAT-IDX) TO VAR-PCT-ACT.
010430         MOVE VAR-CAT-OVER(VAR-CAT-IDX) TO VAR-SUM-OVER.
010440         PERFORM 4900-SET-VARIANCE THRU 4900-EXIT.
010450         MOVE VAR-SUMMARY-LINE TO VAR-PRINT-LINE.
010460         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010470 4100-EXIT.
010480         EXIT.
010490
010500*****************************************************************
010510*    4500-PRINT-OWNER-SUMMARY - ONE LINE PER OWNER               *
010520*****************************************************************
010530 4500-PRINT-OWNER-SUMMARY.
010540         MOVE SPACES TO VAR-PRINT-LINE.
010550         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010560         MOVE "VARIANCE BY OWNER" TO VAR-PRINT-LINE.
010570         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010580         MOVE VAR-SUMMARY-HEADING TO VAR-PRINT-LINE.
010590         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010600         IF VAR-OWN-COUNT = ZERO
010610             MOVE "No completed tasks in the period."
010620                 TO VAR-PRINT-LINE
010630             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
010640         ELSE
010650             PERFORM 4600-PRINT-ONE-OWNER THRU 4600-EXIT
010660                 VARYING VAR-OWN-IDX FROM 1 BY 1
010670                 UNTIL VAR-OWN-IDX > VAR-OWN-COUNT
010680         END-IF.
010690 4500-EXIT.
010700         EXIT.
010710
010720 4600-PRINT-ONE-OWNER.
010730         MOVE VAR-OWN-ID(VAR-OWN-IDX) TO VAR-SUM-CODE.
010740         MOVE VAR-OWN-CLOSED(VAR-OWN-IDX) TO VAR-SUM-CLOSED.
010750         MOVE VAR-OWN-ESTIMATED(VAR-OWN-IDX) TO VAR-SUM-ESTIMATED.
010760         MOVE VAR-OWN-EST-MIN(VAR-OWN-IDX) TO VAR-PCT-EST.
010770         MOVE VAR-OWN-ACT-MIN(VAR-OWN-IDX) TO VAR-PCT-ACT.
010780         MOVE VAR-OWN-OVER(VAR-OWN-IDX) TO VAR-SUM-OVER.
010790         PERFORM 4900-SET-VARIANCE THRU 4900-EXIT.
010800         MOVE VAR-SUMMARY-LINE TO VAR-PRINT-LINE.
010810         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010820 4600-EXIT.
010830         EXIT.
010840
010850*****************************************************************
010860*    4900-SET-VARIANCE - MINUTES, VARIANCE AND VARIANCE AS A     *
010870*    PERCENTAGE OF THE ESTIMATE ON THE SUMMARY LINE; N/A WHEN    *
010880*    NOTHING WAS ESTIMATED                                       *
010890*****************************************************************
010900 4900-SET-VARIANCE.
010910         MOVE VAR-PCT-EST TO VAR-SUM-EST-MIN.
010920         MOVE VAR-PCT-ACT TO VAR-SUM-ACT-MIN.
010930         COMPUTE VAR-VARIANCE = VAR-PCT-ACT - VAR-PCT-EST.
010940         MOVE VAR-VARIANCE TO VAR-SUM-VARIANCE.
010950         IF VAR-PCT-EST = ZERO
010960             MOVE "      N/A" TO VAR-SUM-PCT
010970             GO TO 4900-EXIT
010980         END-IF.
010990         COMPUTE VAR-PCT-WORK ROUNDED =
011000             VAR-VARIANCE * 100 / VAR-PCT-EST.
011010         MOVE VAR-PCT-WORK TO VAR-SUM-PCT-N.
011020 4900-EXIT.
011030         EXIT.
011040
011050*****************************************************************
011060*    5000-PRINT-REPEAT-TEMPLATES - TEMPLATES TO RE-ESTIMATE.     *
011070*    THE CURRENT ESTIMATE IS READ FROM TASKTMPL; THE AVERAGES    *
011080*    ARE OVER THE INSTANCES MEASURED IN THE RANGE.               *
011090*****************************************************************
011100 5000-PRINT-REPEAT-TEMPLATES.
011110         MOVE SPACES TO VAR-PRINT-LINE.
011120         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
011130         MOVE "TEMPLATES REPEATEDLY OVER ESTIMATE"
011140             TO VAR-PRINT-LINE.
011150         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
011160         MOVE VAR-TEMPLATE-HEADING TO VAR-PRINT-LINE.
011170         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
011180         OPEN INPUT TASK-TEMPLATES.
011190         IF VAR-TASKTMPL-OK
011200             SET VAR-TEMPLATES-OPEN TO TRUE
011210         END-IF.
011220         IF VAR-TPL-COUNT > ZERO
011230             PERFORM 5100-CHECK-ONE-TEMPLATE THRU 5100-EXIT
011240                 VARYING VAR-TPL-IDX FROM 1 BY 1
011250                 UNTIL VAR-TPL-IDX > VAR-TPL-COUNT
011260         END-IF.
011270         IF VAR-TEMPLATES-OPEN
011280             CLOSE TASK-TEMPLATES
011290         END-IF.
011300         IF VAR-REPEAT-COUNT = ZERO
011310             MOVE "No template overran repeatedly in the period."
011320                 TO VAR-PRINT-LINE
011330             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
011340         END-IF.
011350 5000-EXIT.
011360         EXIT.
011370
011380 5100-CHECK-ONE-TEMPLATE.
011390         IF VAR-TPL-OVER(VAR-TPL-IDX) < VAR-REPEAT-OVERRUNS
011400             GO TO 5100-EXIT
011410         END-IF.
011420         IF VAR-TPL-OVER(VAR-TPL-IDX) * 2
011430             NOT > VAR-TPL-MEASURED(VAR-TPL-IDX)
011440             GO TO 5100-EXIT
011450         END-IF.
011460         ADD 1 TO VAR-REPEAT-COUNT.
011470         MOVE SPACES TO VAR-TEMPLATE-LINE.
011480         MOVE VAR-TPL-ID(VAR-TPL-IDX) TO VAR-TPL-LINE-ID.
011490         MOVE VAR-TPL-NAME(VAR-TPL-IDX) TO VAR-TPL-LINE-NAME.
011500         MOVE "  N/A" TO VAR-TPL-LINE-CUR.
011510         IF VAR-TEMPLATES-OPEN
011520             MOVE VAR-TPL-ID(VAR-TPL-IDX) TO TP-TEMPLATE-ID
011530             READ TASK-TEMPLATES
011540                 INVALID KEY
011550                     CONTINUE
011560             END-READ
011570             IF VAR-TASKTMPL-OK
011580                 MOVE TP-TASK-NAME TO VAR-TPL-LINE-NAME
011590                 MOVE TP-EST-MINUTES TO VAR-TPL-LINE-CUR-N
011600             END-IF
011610         END-IF.
011620         MOVE VAR-TPL-MEASURED(VAR-TPL-IDX) TO VAR-TPL-LINE-TASKS.
011630         MOVE VAR-TPL-OVER(VAR-TPL-IDX) TO VAR-TPL-LINE-OVER.
011640         COMPUTE VAR-AVERAGE ROUNDED =
011650             VAR-TPL-EST-MIN(VAR-TPL-IDX)
011660             / VAR-TPL-MEASURED(VAR-TPL-IDX).
011670         MOVE VAR-AVERAGE TO VAR-TPL-LINE-AVG-EST.
011680         COMPUTE VAR-AVERAGE ROUNDED =
011690             VAR-TPL-ACT-MIN(VAR-TPL-IDX)
011700             / VAR-TPL-MEASURED(VAR-TPL-IDX).
011710         MOVE VAR-AVERAGE TO VAR-TPL-LINE-AVG-ACT.
011720         MOVE VAR-TEMPLATE-LINE TO VAR-PRINT-LINE.
011730         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
011740 5100-EXIT.
011750         EXIT.
011760
011770*****************************************************************
011780*    9000-OPEN-PRINT-FILE - EACH RUN'S REPORT REPLACES THE       *
011790*    PREVIOUS ONE; THE OPERATOR FILES IT BEFORE THE NEXT RUN     *
011800*****************************************************************
011810 9000-OPEN-PRINT-FILE.
011820         OPEN OUTPUT REPORT-PRINT.
011830         IF VAR-PRINT-OK
011840             SET VAR-PRINT-FILE-OPEN TO TRUE
011850             MOVE 999 TO VAR-PRINT-LINE-COUNT
011860             MOVE ZERO TO VAR-PRINT-PAGE-COUNT
011870         ELSE
011880             DISPLAY "Unable to open REPORT-PRINT, status "
011890                 VAR-PRINT-STATUS
011900         END-IF.
011910 9000-EXIT.
011920         EXIT.
011930
011940*****************************************************************
011950*    9100-PRINT-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW  *
011960*    PAGE WITH REPEATED HEADINGS EVERY VAR-PRINT-PAGE-LIMIT      *
011970*    LINES                                                       *
011980*****************************************************************
011990 9100-PRINT-LINE.
012000         IF NOT VAR-PRINT-FILE-OPEN
012010             GO TO 9100-EXIT
012020         END-IF.
012030         IF VAR-PRINT-LINE-COUNT NOT < VAR-PRINT-PAGE-LIMIT
012040             PERFORM 9200-PRINT-HEADINGS THRU 9200-EXIT
012050         END-IF.
012060         MOVE VAR-PRINT-LINE TO REPORT-PRINT-RECORD.
012070         WRITE REPORT-PRINT-RECORD.
012080         ADD 1 TO VAR-PRINT-LINE-COUNT.
012090         MOVE SPACES TO VAR-PRINT-LINE.
012100 9100-EXIT.
012110         EXIT.
012120
012130 9200-PRINT-HEADINGS.
012140         ADD 1 TO VAR-PRINT-PAGE-COUNT.
012150         MOVE VAR-CURRENT-DATE TO VAR-HDG-DATE.
012160         MOVE VAR-CURRENT-TIME TO VAR-HDG-TIME.
012170         MOVE VAR-PRINT-PAGE-COUNT TO VAR-HDG-PAGE.
012180         MOVE VAR-FROM-DATE TO VAR-HDG-FROM.
012190         MOVE VAR-TO-DATE TO VAR-HDG-TO.
012200         MOVE VAR-OVERRUN-PCT TO VAR-HDG-PCT.
012210         MOVE VAR-HEADING-1 TO REPORT-PRINT-RECORD.
012220         WRITE REPORT-PRINT-RECORD.
012230         MOVE SPACES TO REPORT-PRINT-RECORD.
012240         WRITE REPORT-PRINT-RECORD.
012250         MOVE VAR-HEADING-2 TO REPORT-PRINT-RECORD.
012260         WRITE REPORT-PRINT-RECORD.
012270         MOVE SPACES TO REPORT-PRINT-RECORD.
012280         WRITE REPORT-PRINT-RECORD.
012290         MOVE 4 TO VAR-PRINT-LINE-COUNT.
012300 9200-EXIT.
012310         EXIT.
012320
012330 9300-CLOSE-PRINT-FILE.
012340         IF NOT VAR-PRINT-FILE-OPEN
012350             GO TO 9300-EXIT
012360         END-IF.
012370         MOVE SPACES TO VAR-PRINT-LINE.
012380         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
012390         MOVE VAR-CLOSED-COUNT TO VAR-END-CLOSED.
012400         MOVE VAR-ESTIMATED-COUNT TO VAR-END-ESTIMATED.
012410         MOVE VAR-OVER-COUNT TO VAR-END-OVER.
012420         MOVE VAR-END-LINE TO VAR-PRINT-LINE.
012430         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
012440         CLOSE REPORT-PRINT.
012450 9300-EXIT.
012460         EXIT.
012470
012480 END PROGRAM TASKVAR.
