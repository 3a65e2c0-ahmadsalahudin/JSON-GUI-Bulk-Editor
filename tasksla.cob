000010*****************************************************************
000020*PROGRAM-ID.  TASKSLA                                       *
000030*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000040*    INSTALLATION. SHIFT OPERATIONS                             *
000050*    DATE-WRITTEN. 2026-10-15                                   *
000060*    DATE-COMPILED.                                              *
000070*                                                                *
000080*    MONTHLY SERVICE-LEVEL COMPLIANCE REPORT.  TAKES A RANGE OF *
000090*    COMPLETION DATES AND MEASURES EVERY TASK COMPLETED IN IT   *
000100*    FROM ITS TASK-AUDIT ADD RECORD TO ITS COMPLETION RECORD,   *
000110*    IN BUSINESS DAYS COUNTED AGAINST THE WORK-CALENDAR THE     *
000120*    SAME WAY TASKESC MEASURES OVERDUE TASKS.  EACH TASK IS     *
000130*    HELD TO THE TC-SLA-DAYS TARGET OF ITS CATEGORY ON TASKCAT. *
000140*    OWNER AND CATEGORY COME FROM THE LIVE TASK-MASTER ROW OR,  *
000150*    FOR A SWEPT TASK, FROM ITS TASK-ARCHIVE ROW.  THE AUDIT    *
000160*    EVENTS AND BOTH TASK FILES ARE BROUGHT TOGETHER BY TASK-ID *
000170*    THROUGH A SORT, SO NOTHING IS TABLED BY TASK.  PRINTS THE  *
000180*    BREACHES, THEN PERCENT-WITHIN-TARGET BY CATEGORY AND BY    *
000190*    OWNER, TO THE SLAPRINT PRINT FILE.  A CATEGORY WITH NO     *
000200*    TARGET IS COUNTED BUT NOT MEASURED; A TASK WITH NO ADD     *
000210*    RECORD (ADDED BEFORE THE RETAINED AUDIT HISTORY) OR NO     *
000220*    TASK ROW (DELETED) CANNOT BE MEASURED AND IS COUNTED AS    *
000230*    SUCH.  WHEN A TASK WAS REOPENED AND COMPLETED AGAIN, ITS   *
000240*    LATEST COMPLETION IN THE RANGE IS THE ONE MEASURED.        *
000250*-----------------------------------------------------------------
000260*    MODIFICATION HISTORY                                       *
000270*    2026-10-15  DPO  ORIGINAL PROGRAM.                         *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. TASKSLA.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350         SELECT TASK-AUDIT ASSIGN TO "TASKAUD"
000360             ORGANIZATION IS LINE SEQUENTIAL
000370             FILE STATUS IS SLA-TASKAUD-STATUS.
000380         SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000390             ORGANIZATION IS INDEXED
000400             ACCESS MODE IS SEQUENTIAL
000410             RECORD KEY IS TM-ID
000420             ALTERNATE RECORD KEY IS TM-EXT-REF
000430                 WITH DUPLICATES
000440             FILE STATUS IS SLA-TASKMSTR-STATUS.
000450         SELECT TASK-ARCHIVE ASSIGN TO "TASKARC"
000460             ORGANIZATION IS LINE SEQUENTIAL
000470             FILE STATUS IS SLA-TASKARC-STATUS.
000480         SELECT TASK-CATEGORIES ASSIGN TO "TASKCAT"
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS SEQUENTIAL
000510             RECORD KEY IS TC-CATEGORY-CODE
000520             FILE STATUS IS SLA-TASKCAT-STATUS.
000530         SELECT WORK-CALENDAR ASSIGN TO "WORKCAL"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS SEQUENTIAL
000560             RECORD KEY IS WC-DATE
000570             FILE STATUS IS SLA-WORKCAL-STATUS.
000580         SELECT SLA-SORT-FILE ASSIGN TO "SLASORT".
000590         SELECT REPORT-PRINT ASSIGN TO "SLAPRINT"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS SLA-PRINT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TASK-AUDIT.
000660 01  TASK-AUDIT-RECORD.
000670         COPY TASKAUD.
000680
000690 FD  TASK-MASTER.
000700 01  TASK-MASTER-RECORD.
000710         COPY TASKMSTR.
000720
000730 FD  TASK-ARCHIVE.
000740 01  TASK-ARCHIVE-RECORD.
000750         COPY TASKARC.
000760
000770 FD  TASK-CATEGORIES.
000780 01  TASK-CATEGORIES-RECORD.
000790         COPY TASKCAT.
000800
000810 FD  WORK-CALENDAR.
000820 01  WORK-CALENDAR-RECORD.
000830         COPY WORKCAL.
000840
000850*    ---------------------------------------------------------
000860*    ONE SORT RECORD PER ADD OR COMPLETION EVENT AND ONE PER
000870*    TASK-MASTER OR TASK-ARCHIVE ROW.  THE TASK ROWS CARRY A
000880*    ZERO DATE SO THEY SORT AHEAD OF THE TASK'S EVENTS.
000890*    ---------------------------------------------------------
000900 SD  SLA-SORT-FILE.
000910 01  SLA-SORT-RECORD.
000920         05  SLS-TASK-ID             PIC 9(06).
000930         05  SLS-EVENT-DATE          PIC 9(08).
000940         05  SLS-EVENT-TIME          PIC 9(06).
000950         05  SLS-REC-TYPE            PIC X(01).
000960             88  SLS-ADD-EVENT       VALUE "A".
000970             88  SLS-COMPLETE-EVENT  VALUE "C".
000980             88  SLS-MASTER-ROW      VALUE "M".
000990             88  SLS-ARCHIVE-ROW     VALUE "R".
001000         05  SLS-OWNER               PIC X(08).
001010         05  SLS-CATEGORY            PIC X(08).
001020         05  SLS-NAME                PIC X(50).
001030
001040 FD  REPORT-PRINT.
001050 01  REPORT-PRINT-RECORD         PIC X(132).
001060
001070 WORKING-STORAGE SECTION.
001080*    ---------------------------------------------------------
001090*    PER-CATEGORY AND PER-OWNER COMPLIANCE TALLIES.  THE
001100*    CATEGORY TABLE IS LOADED FROM TASKCAT WITH EACH TARGET;
001110*    A CATEGORY NOT ON FILE IS ADDED WITH NO TARGET.
001120*    ---------------------------------------------------------
001130 01  SLA-CATEGORY-TABLE.
001140         05  SLA-CAT-COUNT           PIC 9(03) VALUE ZERO.
001150         05  SLA-CAT-ENTRY OCCURS 200 TIMES
001160                 INDEXED BY SLA-CAT-IDX.
001170             10  SLA-CAT-CODE        PIC X(08).
001180             10  SLA-CAT-TARGET      PIC 9(03).
001190             10  SLA-CAT-CLOSED      PIC 9(05).
001200             10  SLA-CAT-MEASURED    PIC 9(05).
001210             10  SLA-CAT-WITHIN      PIC 9(05).
001220             10  SLA-CAT-BREACHED    PIC 9(05).
001230 01  SLA-OWNER-TABLE.
001240         05  SLA-OWN-COUNT           PIC 9(03) VALUE ZERO.
001250         05  SLA-OWN-ENTRY OCCURS 200 TIMES
001260                 INDEXED BY SLA-OWN-IDX.
001270             10  SLA-OWN-ID          PIC X(08).
001280             10  SLA-OWN-CLOSED      PIC 9(05).
001290             10  SLA-OWN-MEASURED    PIC 9(05).
001300             10  SLA-OWN-WITHIN      PIC 9(05).
001310             10  SLA-OWN-BREACHED    PIC 9(05).
001320 01  SLA-CAT-FOUND               PIC 9(03) VALUE ZERO.
001330 01  SLA-OWN-FOUND               PIC 9(03) VALUE ZERO.
001340 01  SLA-CAT-WORK                PIC X(08).
001350*    ---------------------------------------------------------
001360*    FILE STATUS SWITCHES
001370*    ---------------------------------------------------------
001380 01  SLA-FILE-STATUSES.
001390         05  SLA-TASKAUD-STATUS      PIC X(02) VALUE "00".
001400             88  SLA-TASKAUD-OK      VALUE "00".
001410             88  SLA-TASKAUD-EOF     VALUE "10".
001420             88  SLA-TASKAUD-NOTFOUND
001430                 VALUES "35" "05".
001440         05  SLA-TASKMSTR-STATUS     PIC X(02) VALUE "00".
001450             88  SLA-TASKMSTR-OK     VALUE "00".
001460             88  SLA-TASKMSTR-EOF    VALUE "10".
001470             88  SLA-TASKMSTR-NOTFOUND
001480                 VALUES "23" "35" "05".
001490         05  SLA-TASKARC-STATUS      PIC X(02) VALUE "00".
001500             88  SLA-TASKARC-OK      VALUE "00".
001510             88  SLA-TASKARC-EOF     VALUE "10".
001520             88  SLA-TASKARC-NOTFOUND
001530                 VALUES "35" "05".
001540         05  SLA-TASKCAT-STATUS      PIC X(02) VALUE "00".
001550             88  SLA-TASKCAT-OK      VALUE "00".
001560             88  SLA-TASKCAT-EOF     VALUE "10".
001570             88  SLA-TASKCAT-NOTFOUND
001580                 VALUES "23" "35" "05".
001590         05  SLA-WORKCAL-STATUS      PIC X(02) VALUE "00".
001600             88  SLA-WORKCAL-OK      VALUE "00".
001610             88  SLA-WORKCAL-EOF     VALUE "10".
001620             88  SLA-WORKCAL-NOTFOUND
001630                 VALUES "23" "35" "05".
001640         05  SLA-PRINT-STATUS        PIC X(02) VALUE "00".
001650             88  SLA-PRINT-OK        VALUE "00".
001660*    ---------------------------------------------------------
001670*    DATE RANGE AND RUN COUNTERS
001680*    ---------------------------------------------------------
001690 01  SLA-DATE-INPUT              PIC X(10).
001700 01  SLA-FROM-DATE               PIC 9(08) VALUE ZERO.
001710 01  SLA-TO-DATE                 PIC 9(08) VALUE 99999999.
001720 01  SLA-AUDIT-COUNT             PIC 9(07) VALUE ZERO.
001730 01  SLA-CLOSED-COUNT            PIC 9(05) VALUE ZERO.
001740 01  SLA-MEASURED-COUNT          PIC 9(05) VALUE ZERO.
001750 01  SLA-WITHIN-COUNT            PIC 9(05) VALUE ZERO.
001760 01  SLA-BREACHED-COUNT          PIC 9(05) VALUE ZERO.
001770 01  SLA-NO-TARGET-COUNT         PIC 9(05) VALUE ZERO.
001780 01  SLA-UNMEASURED-COUNT        PIC 9(05) VALUE ZERO.
001790 01  SLA-PCT-WORK                PIC 9(03)V9 VALUE ZERO.
001800 01  SLA-PCT-WITHIN              PIC 9(05) VALUE ZERO.
001810 01  SLA-PCT-MEASURED            PIC 9(05) VALUE ZERO.
001820 01  SLA-CURRENT-DATE-TIME.
001830         05  SLA-CURRENT-DATE        PIC 9(08).
001840         05  SLA-CURRENT-TIME        PIC 9(06).
001850         05  FILLER                  PIC X(09).
001860*    ---------------------------------------------------------
001870*    THE TASK NOW BEING ASSEMBLED FROM THE SORTED RECORDS
001880*    ---------------------------------------------------------
001890 01  SLA-SORT-EOF-FLAG           PIC X(01) VALUE "N".
001900         88  SLA-SORT-EOF            VALUE "Y".
001910 01  SLA-GROUP-ID                PIC 9(06) VALUE ZERO.
001920 01  SLA-GROUP-ADD-DATE          PIC 9(08) VALUE ZERO.
001930 01  SLA-GROUP-DONE-DATE         PIC 9(08) VALUE ZERO.
001940 01  SLA-GROUP-OWNER             PIC X(08).
001950 01  SLA-GROUP-CATEGORY          PIC X(08).
001960 01  SLA-GROUP-NAME              PIC X(50).
001970 01  SLA-GROUP-TARGET            PIC 9(03) VALUE ZERO.
001980 01  SLA-GROUP-ROW-FLAG          PIC X(01) VALUE "N".
001990         88  SLA-GROUP-ON-MASTER     VALUE "M".
002000         88  SLA-GROUP-ON-ARCHIVE    VALUE "R".
002010         88  SLA-GROUP-NO-ROW        VALUE "N".
002020*    ---------------------------------------------------------
002030*    BUSINESS-DAY MEASUREMENT - THE TASKESC METHOD.  THE
002040*    WORK-CALENDAR NON-WORKING DATES ARE TABLED AT STARTUP;
002050*    TURNAROUND IS THE COUNT OF WEEKDAYS AFTER THE ADD DATE UP
002060*    TO AND INCLUDING THE COMPLETION DATE THAT ARE NOT ON THE
002070*    CALENDAR, SO SAME-DAY WORK IS ZERO DAYS.  REMAINDER BY 7
002080*    OF THE INTEGER-OF-DATE DAY NUMBER GIVES 1-6 FOR MONDAY-
002090*    SATURDAY AND 0 FOR SUNDAY.
002100*    ---------------------------------------------------------
002110 01  SLA-HOLIDAY-TABLE.
002120         05  SLA-HOL-COUNT           PIC 9(03) VALUE ZERO.
002130         05  SLA-HOL-DATE            PIC 9(08) OCCURS 400 TIMES
002140                 INDEXED BY SLA-HOL-IDX.
002150 01  SLA-HOL-FOUND               PIC 9(03) VALUE ZERO.
002160 01  SLA-BUS-DAYS                PIC 9(05) VALUE ZERO.
002170 01  SLA-ADD-DAY-NUM             PIC 9(07) VALUE ZERO.
002180 01  SLA-DONE-DAY-NUM            PIC 9(07) VALUE ZERO.
002190 01  SLA-FIRST-DAY-NUM           PIC 9(07) VALUE ZERO.
002200 01  SLA-CHECK-DAY-NUM           PIC 9(07) VALUE ZERO.
002210 01  SLA-CHECK-DATE              PIC 9(08) VALUE ZERO.
002220 01  SLA-CHECK-DOW               PIC 9(01) VALUE ZERO.
002230*    ---------------------------------------------------------
002240*    PRINT CONTROL AND REPORT LINE LAYOUTS.  A PAGE HOLDS
002250*    SLA-PRINT-PAGE-LIMIT LINES INCLUDING ITS HEADING BLOCK.
002260*    ---------------------------------------------------------
002270 01  SLA-PRINT-LINE              PIC X(132) VALUE SPACES.
002280 01  SLA-PRINT-LINE-COUNT        PIC 9(03) VALUE 999.
002290 01  SLA-PRINT-PAGE-COUNT        PIC 9(04) VALUE ZERO.
002300 01  SLA-PRINT-PAGE-LIMIT        PIC 9(03) VALUE 60.
002310 01  SLA-PRINT-OPEN-FLAG         PIC X(01) VALUE "N".
002320         88  SLA-PRINT-FILE-OPEN     VALUE "Y".
002330 01  SLA-HEADING-1.
002340         05  FILLER                  PIC X(31)
002350                 VALUE "SLA COMPLIANCE REPORT".
002360         05  FILLER                  PIC X(09)
002370                 VALUE "RUN DATE ".
002380         05  SLA-HDG-DATE            PIC 9(08).
002390         05  FILLER                  PIC X(06) VALUE " TIME ".
002400         05  SLA-HDG-TIME            PIC 9(06).
002410         05  FILLER                  PIC X(06) VALUE " PAGE ".
002420         05  SLA-HDG-PAGE            PIC ZZZ9.
002430         05  FILLER                  PIC X(62) VALUE SPACES.
002440 01  SLA-HEADING-2.
002450         05  FILLER                  PIC X(16)
002460                 VALUE "COMPLETED DATES ".
002470         05  SLA-HDG-FROM            PIC 9(08).
002480         05  FILLER                  PIC X(06) VALUE " THRU ".
002490         05  SLA-HDG-TO              PIC 9(08).
002500         05  FILLER                  PIC X(94) VALUE SPACES.
002510 01  SLA-BREACH-HEADING.
002520         05  FILLER                  PIC X(08) VALUE "TASK-ID".
002530         05  FILLER                  PIC X(41)
002540                 VALUE "TASK-NAME".
002550         05  FILLER                  PIC X(09) VALUE "OWNER".
002560         05  FILLER                  PIC X(09) VALUE "CATEGORY".
002570         05  FILLER                  PIC X(09) VALUE "ADDED".
002580         05  FILLER                  PIC X(09) VALUE "COMPLETED".
002590         05  FILLER                  PIC X(05) VALUE " DAYS".
002600         05  FILLER                  PIC X(07) VALUE " TARGET".
002610         05  FILLER                  PIC X(35) VALUE SPACES.
002620 01  SLA-BREACH-LINE.
002630         05  SLA-BRL-ID              PIC 9(06).
002640         05  FILLER                  PIC X(02) VALUE SPACES.
002650         05  SLA-BRL-NAME            PIC X(40).
002660         05  FILLER                  PIC X(01) VALUE SPACES.
002670         05  SLA-BRL-OWNER           PIC X(08).
002680         05  FILLER                  PIC X(01) VALUE SPACES.
002690         05  SLA-BRL-CATEGORY        PIC X(08).
002700         05  FILLER                  PIC X(01) VALUE SPACES.
002710         05  SLA-BRL-ADDED           PIC 9(08).
002720         05  FILLER                  PIC X(01) VALUE SPACES.
002730         05  SLA-BRL-DONE            PIC 9(08).
002740         05  FILLER                  PIC X(01) VALUE SPACES.
002750         05  SLA-BRL-DAYS            PIC ZZZ9.
002760         05  FILLER                  PIC X(04) VALUE SPACES.
002770         05  SLA-BRL-TARGET          PIC ZZ9.
002780         05  FILLER                  PIC X(36) VALUE SPACES.
002790 01  SLA-SUMMARY-HEADING.
002800         05  FILLER                  PIC X(10) VALUE SPACES.
002810         05  FILLER                  PIC X(07) VALUE " TARGET".
002820         05  FILLER                  PIC X(07) VALUE " CLOSED".
002830         05  FILLER                  PIC X(09) VALUE " MEASURED".
002840         05  FILLER                  PIC X(07) VALUE " WITHIN".
002850         05  FILLER                  PIC X(09) VALUE " BREACHED".
002860         05  FILLER                  PIC X(09) VALUE "  PERCENT".
002870         05  FILLER                  PIC X(74) VALUE SPACES.
002880 01  SLA-SUMMARY-LINE.
002890         05  SLA-SUM-CODE            PIC X(10).
002900         05  FILLER                  PIC X(03) VALUE SPACES.
002910         05  SLA-SUM-TARGET          PIC X(04).
002920         05  SLA-SUM-TARGET-N REDEFINES SLA-SUM-TARGET
002930                                     PIC ZZZ9.
002940         05  FILLER                  PIC X(02) VALUE SPACES.
002950         05  SLA-SUM-CLOSED          PIC ZZZZ9.
002960         05  FILLER                  PIC X(04) VALUE SPACES.
002970         05  SLA-SUM-MEASURED        PIC ZZZZ9.
002980         05  FILLER                  PIC X(02) VALUE SPACES.
002990         05  SLA-SUM-WITHIN          PIC ZZZZ9.
003000         05  FILLER                  PIC X(04) VALUE SPACES.
003010         05  SLA-SUM-BREACHED        PIC ZZZZ9.
003020         05  FILLER                  PIC X(04) VALUE SPACES.
003030         05  SLA-SUM-PCT             PIC X(05).
003040         05  SLA-SUM-PCT-N REDEFINES SLA-SUM-PCT
003050                                     PIC ZZ9.9.
003060         05  FILLER                  PIC X(74) VALUE SPACES.
003070 01  SLA-END-LINE.
003080         05  FILLER                  PIC X(16)
003090                 VALUE "END OF REPORT - ".
003100         05  SLA-END-CLOSED          PIC 9(05).
003110         05  FILLER                  PIC X(19)
003120                 VALUE " TASK(S) COMPLETED ".
003130         05  SLA-END-MEASURED        PIC 9(05).
003140         05  FILLER                  PIC X(10)
003150                 VALUE " MEASURED ".
003160         05  SLA-END-BREACHED        PIC 9(05).
003170         05  FILLER                  PIC X(09)
003180                 VALUE " BREACHED".
003190         05  FILLER                  PIC X(63) VALUE SPACES.
003200
003210 PROCEDURE DIVISION.
003220*****************************************************************
003230*    0000-MAINLINE                                              *
003240*****************************************************************
003250 0000-MAINLINE.
003260         MOVE FUNCTION CURRENT-DATE TO SLA-CURRENT-DATE-TIME.
003270         PERFORM 1000-ACCEPT-DATE-RANGE THRU 1000-EXIT.
003280         PERFORM 1100-LOAD-WORK-CALENDAR THRU 1100-EXIT.
003290         PERFORM 1200-LOAD-CATEGORIES THRU 1200-EXIT.
003300         PERFORM 9000-OPEN-PRINT-FILE THRU 9000-EXIT.
003310         MOVE "SLA BREACHES" TO SLA-PRINT-LINE.
003320         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
003330         MOVE SLA-BREACH-HEADING TO SLA-PRINT-LINE.
003340         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
003350         SORT SLA-SORT-FILE
003360             ON ASCENDING KEY SLS-TASK-ID SLS-EVENT-DATE
003370                 SLS-EVENT-TIME SLS-REC-TYPE
003380             INPUT PROCEDURE IS 2000-RELEASE-EVENTS
003390                 THRU 2000-EXIT
003400             OUTPUT PROCEDURE IS 3000-MEASURE-TASKS
003410                 THRU 3000-EXIT.
003420         IF SLA-BREACHED-COUNT = ZERO
003430             MOVE "No breaches in the period." TO SLA-PRINT-LINE
003440             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
003450         END-IF.
003460         PERFORM 4000-PRINT-CATEGORY-SUMMARY THRU 4000-EXIT.
003470         PERFORM 4500-PRINT-OWNER-SUMMARY THRU 4500-EXIT.
003480         PERFORM 9300-CLOSE-PRINT-FILE THRU 9300-EXIT.
003490         DISPLAY "TASKSLA: " SLA-CLOSED-COUNT
003500             " task(s) completed, " SLA-MEASURED-COUNT
003510             " measured, " SLA-BREACHED-COUNT " breached.".
003520         STOP RUN.
003530
003540*****************************************************************
003550*    1000-ACCEPT-DATE-RANGE - COMPLETION DATES TO REPORT ON.     *
003560*    SPACES LEAVE AN END OPEN.                                   *
003570*****************************************************************
003580 1000-ACCEPT-DATE-RANGE.
003590         MOVE ZERO TO SLA-FROM-DATE.
003600         MOVE 99999999 TO SLA-TO-DATE.
003610         DISPLAY "From completion date (CCYYMMDD, "
003620             "or spaces for open):".
003630         ACCEPT SLA-DATE-INPUT.
003640         IF SLA-DATE-INPUT(1:8) IS NUMERIC
003650             MOVE SLA-DATE-INPUT(1:8) TO SLA-FROM-DATE
003660         ELSE
003670             IF SLA-DATE-INPUT NOT = SPACES
003680                 DISPLAY "From date not valid - left open."
003690             END-IF
003700         END-IF.
003710         DISPLAY "To completion date (CCYYMMDD, "
003720             "or spaces for open):".
003730         ACCEPT SLA-DATE-INPUT.
003740         IF SLA-DATE-INPUT(1:8) IS NUMERIC
003750             MOVE SLA-DATE-INPUT(1:8) TO SLA-TO-DATE
003760         ELSE
003770             IF SLA-DATE-INPUT NOT = SPACES
003780                 DISPLAY "To date not valid - left open."
003790             END-IF
003800         END-IF.
003810 1000-EXIT.
003820         EXIT.
003830
003840*****************************************************************
003850*    1100-LOAD-WORK-CALENDAR - TABLE THE NON-WORKING DATES.  A   *
003860*    MISSING CALENDAR MEANS NO HOLIDAYS ARE RECORDED, NOT AN     *
003870*    ERROR.                                                      *
003880*****************************************************************
003890 1100-LOAD-WORK-CALENDAR.
003900         OPEN INPUT WORK-CALENDAR.
003910         IF SLA-WORKCAL-NOTFOUND
003920             GO TO 1100-EXIT
003930         END-IF.
003940         IF NOT SLA-WORKCAL-OK
003950             DISPLAY "Unable to open WORK-CALENDAR, status "
003960                 SLA-WORKCAL-STATUS
003970             GO TO 1100-EXIT
003980         END-IF.
003990         PERFORM 1110-TABLE-ONE-DATE THRU 1110-EXIT
004000             UNTIL SLA-WORKCAL-EOF.
004010         CLOSE WORK-CALENDAR.
004020 1100-EXIT.
004030         EXIT.
004040
004050 1110-TABLE-ONE-DATE.
004060         READ WORK-CALENDAR NEXT RECORD
004070             AT END
004080                 SET SLA-WORKCAL-EOF TO TRUE
004090             NOT AT END
004100                 IF SLA-HOL-COUNT NOT < 400
004110                     DISPLAY "Work-calendar table is full - "
004120                         "later dates not applied."
004130                     SET SLA-WORKCAL-EOF TO TRUE
004140                 ELSE
004150                     ADD 1 TO SLA-HOL-COUNT
004160                     SET SLA-HOL-IDX TO SLA-HOL-COUNT
004170                     MOVE WC-DATE TO SLA-HOL-DATE(SLA-HOL-IDX)
004180                 END-IF
004190         END-READ.
004200 1110-EXIT.
004210         EXIT.
004220
004230*****************************************************************
004240*    1200-LOAD-CATEGORIES - TABLE EVERY CATEGORY ON TASKCAT,     *
004250*    RETIRED ONES INCLUDED, WITH ITS TARGET                      *
004260*****************************************************************
004270 1200-LOAD-CATEGORIES.
004280         OPEN INPUT TASK-CATEGORIES.
004290         IF SLA-TASKCAT-NOTFOUND
004300             DISPLAY "TASK-CATEGORIES not found - no targets "
004310                 "to measure against."
004320             GO TO 1200-EXIT
004330         END-IF.
004340         IF NOT SLA-TASKCAT-OK
004350             DISPLAY "Unable to open TASK-CATEGORIES, status "
004360                 SLA-TASKCAT-STATUS
004370             GO TO 1200-EXIT
004380         END-IF.
004390         PERFORM 1210-TABLE-ONE-CATEGORY THRU 1210-EXIT
004400             UNTIL SLA-TASKCAT-EOF.
004410         CLOSE TASK-CATEGORIES.
004420 1200-EXIT.
004430         EXIT.
004440
004450 1210-TABLE-ONE-CATEGORY.
004460         READ TASK-CATEGORIES NEXT RECORD
004470             AT END
004480                 SET SLA-TASKCAT-EOF TO TRUE
004490             NOT AT END
004500                 IF SLA-CAT-COUNT NOT < 200
004510                     DISPLAY "Category table is full - "
004520                         "later categories not loaded."
004530                     SET SLA-TASKCAT-EOF TO TRUE
004540                 ELSE
004550                     ADD 1 TO SLA-CAT-COUNT
004560                     SET SLA-CAT-IDX TO SLA-CAT-COUNT
004570                     MOVE TC-CATEGORY-CODE
004580                         TO SLA-CAT-CODE(SLA-CAT-IDX)
004590                     MOVE TC-SLA-DAYS
004600                         TO SLA-CAT-TARGET(SLA-CAT-IDX)
004610                     MOVE ZERO TO SLA-CAT-CLOSED(SLA-CAT-IDX)
004620                     MOVE ZERO TO SLA-CAT-MEASURED(SLA-CAT-IDX)
004630                     MOVE ZERO TO SLA-CAT-WITHIN(SLA-CAT-IDX)
004640                     MOVE ZERO TO SLA-CAT-BREACHED(SLA-CAT-IDX)
004650                 END-IF
004660         END-READ.
004670 1210-EXIT.
004680         EXIT.
004690
004700*****************************************************************
004710*    2000-RELEASE-EVENTS - SORT INPUT PROCEDURE.  RELEASES THE   *
004720*    ADD RECORDS, THE COMPLETIONS INSIDE THE DATE RANGE, AND     *
004730*    EVERY LIVE AND ARCHIVED TASK ROW.                           *
004740*****************************************************************
004750 2000-RELEASE-EVENTS.
004760         PERFORM 2100-RELEASE-AUDIT THRU 2100-EXIT.
004770         PERFORM 2200-RELEASE-MASTER THRU 2200-EXIT.
004780         PERFORM 2300-RELEASE-ARCHIVE THRU 2300-EXIT.
004790 2000-EXIT.
004800         EXIT.
004810
004820 2100-RELEASE-AUDIT.
004830         OPEN INPUT TASK-AUDIT.
004840         IF SLA-TASKAUD-NOTFOUND
004850             DISPLAY "TASK-AUDIT not found - nothing to measure."
004860             GO TO 2100-EXIT
004870         END-IF.
004880         IF NOT SLA-TASKAUD-OK
004890             DISPLAY "Unable to open TASK-AUDIT, status "
004900                 SLA-TASKAUD-STATUS
004910             GO TO 2100-EXIT
004920         END-IF.
004930         PERFORM 2110-RELEASE-ONE-AUDIT THRU 2110-EXIT
004940             UNTIL SLA-TASKAUD-EOF.
004950         CLOSE TASK-AUDIT.
004960 2100-EXIT.
004970         EXIT.
004980
004990*****************************************************************
005000*    2110-RELEASE-ONE-AUDIT - A COMPLETION IS A STATUS UPDATE    *
005010*    FROM PENDING OR ACTIVE TO COMPLETE, THE SAME TEST TASKRPT   *
005020*    USES FOR ITS DAILY COMPLETION COUNT                         *
005030*****************************************************************
005040 2110-RELEASE-ONE-AUDIT.
005050         READ TASK-AUDIT
005060             AT END
005070                 SET SLA-TASKAUD-EOF TO TRUE
005080             NOT AT END
005090                 ADD 1 TO SLA-AUDIT-COUNT
005100                 MOVE SPACES TO SLA-SORT-RECORD
005110                 MOVE AU-TASK-ID TO SLS-TASK-ID
005120                 MOVE AU-AUDIT-DATE TO SLS-EVENT-DATE
005130                 MOVE AU-AUDIT-TIME TO SLS-EVENT-TIME
005140                 EVALUATE TRUE
005150                     WHEN AU-ACTION-ADD
005160                         SET SLS-ADD-EVENT TO TRUE
005170                         RELEASE SLA-SORT-RECORD
005180                     WHEN AU-ACTION-UPDATE
005190                         IF AU-NEW-VALUE(1:8) = "COMPLETE"
005200                             AND (AU-OLD-VALUE(1:7) = "PENDING"
005210                                 OR AU-OLD-VALUE(1:6) = "ACTIVE")
005220                             AND AU-AUDIT-DATE >= SLA-FROM-DATE
005230                             AND AU-AUDIT-DATE <= SLA-TO-DATE
005240                             SET SLS-COMPLETE-EVENT TO TRUE
005250                             RELEASE SLA-SORT-RECORD
005260                         END-IF
005270                     WHEN OTHER
005280                         CONTINUE
005290                 END-EVALUATE
005300         END-READ.
005310 2110-EXIT.
005320         EXIT.
005330
005340 2200-RELEASE-MASTER.
005350         OPEN INPUT TASK-MASTER.
005360         IF SLA-TASKMSTR-NOTFOUND
005370             GO TO 2200-EXIT
005380         END-IF.
005390         IF NOT SLA-TASKMSTR-OK
005400             DISPLAY "Unable to open TASK-MASTER, status "
005410                 SLA-TASKMSTR-STATUS
005420             GO TO 2200-EXIT
005430         END-IF.
005440         PERFORM 2210-RELEASE-ONE-MASTER THRU 2210-EXIT
005450             UNTIL SLA-TASKMSTR-EOF.
005460         CLOSE TASK-MASTER.
005470 2200-EXIT.
005480         EXIT.
005490
005500 2210-RELEASE-ONE-MASTER.
005510         READ TASK-MASTER NEXT RECORD
005520             AT END
005530                 SET SLA-TASKMSTR-EOF TO TRUE
005540             NOT AT END
005550                 MOVE SPACES TO SLA-SORT-RECORD
005560                 MOVE TM-ID TO SLS-TASK-ID
005570                 MOVE ZERO TO SLS-EVENT-DATE
005580                 MOVE ZERO TO SLS-EVENT-TIME
005590                 SET SLS-MASTER-ROW TO TRUE
005600                 MOVE TM-OWNER TO SLS-OWNER
005610                 MOVE TM-CATEGORY TO SLS-CATEGORY
005620                 MOVE TM-NAME TO SLS-NAME
005630                 RELEASE SLA-SORT-RECORD
005640         END-READ.
005650 2210-EXIT.
005660         EXIT.
005670
005680 2300-RELEASE-ARCHIVE.
005690         OPEN INPUT TASK-ARCHIVE.
005700         IF SLA-TASKARC-NOTFOUND
005710             GO TO 2300-EXIT
005720         END-IF.
005730         IF NOT SLA-TASKARC-OK
005740             DISPLAY "Unable to open TASK-ARCHIVE, status "
005750                 SLA-TASKARC-STATUS
005760             GO TO 2300-EXIT
005770         END-IF.
005780         PERFORM 2310-RELEASE-ONE-ARCHIVE THRU 2310-EXIT
005790             UNTIL SLA-TASKARC-EOF.
005800         CLOSE TASK-ARCHIVE.
005810 2300-EXIT.
005820         EXIT.
005830
005840 2310-RELEASE-ONE-ARCHIVE.
005850         READ TASK-ARCHIVE
005860             AT END
005870                 SET SLA-TASKARC-EOF TO TRUE
005880             NOT AT END
005890                 MOVE SPACES TO SLA-SORT-RECORD
005900                 MOVE TA-ID TO SLS-TASK-ID
005910                 MOVE ZERO TO SLS-EVENT-DATE
005920                 MOVE ZERO TO SLS-EVENT-TIME
005930                 SET SLS-ARCHIVE-ROW TO TRUE
005940                 MOVE TA-OWNER TO SLS-OWNER
005950                 MOVE TA-CATEGORY TO SLS-CATEGORY
005960                 MOVE TA-NAME TO SLS-NAME
005970                 RELEASE SLA-SORT-RECORD
005980         END-READ.
005990 2310-EXIT.
006000         EXIT.
006010
006020*****************************************************************
006030*    3000-MEASURE-TASKS - SORT OUTPUT PROCEDURE.  THE RECORDS    *
006040*    FOR ONE TASK-ID ARRIVE TOGETHER; EACH GROUP IS MEASURED     *
006050*    WHEN THE NEXT TASK-ID STARTS AND AFTER THE LAST RECORD.     *
006060*****************************************************************
006070 3000-MEASURE-TASKS.
006080         MOVE "N" TO SLA-SORT-EOF-FLAG.
006090         MOVE ZERO TO SLA-GROUP-ID.
006100         PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
006110             UNTIL SLA-SORT-EOF.
006120         IF SLA-GROUP-ID NOT = ZERO
006130             PERFORM 3200-MEASURE-ONE-TASK THRU 3200-EXIT
006140         END-IF.
006150 3000-EXIT.
006160         EXIT.
006170
006180 3100-RETURN-ONE-RECORD.
006190         RETURN SLA-SORT-FILE
006200             AT END
006210                 SET SLA-SORT-EOF TO TRUE
006220             NOT AT END
006230                 IF SLS-TASK-ID NOT = SLA-GROUP-ID
006240                     IF SLA-GROUP-ID NOT = ZERO
006250                         PERFORM 3200-MEASURE-ONE-TASK
006260                             THRU 3200-EXIT
006270                     END-IF
006280                     PERFORM 3150-START-GROUP THRU 3150-EXIT
006290                 END-IF
006300                 PERFORM 3160-APPLY-ONE-RECORD THRU 3160-EXIT
006310         END-RETURN.
006320 3100-EXIT.
006330         EXIT.
006340
006350 3150-START-GROUP.
006360         MOVE SLS-TASK-ID TO SLA-GROUP-ID.
006370         MOVE ZERO TO SLA-GROUP-ADD-DATE.
006380         MOVE ZERO TO SLA-GROUP-DONE-DATE.
006390         MOVE SPACES TO SLA-GROUP-OWNER.
006400         MOVE SPACES TO SLA-GROUP-CATEGORY.
006410         MOVE SPACES TO SLA-GROUP-NAME.
006420         SET SLA-GROUP-NO-ROW TO TRUE.
006430 3150-EXIT.
006440         EXIT.
006450
006460*****************************************************************
006470*    3160-APPLY-ONE-RECORD - THE FIRST ADD AND THE LAST          *
006480*    COMPLETION IN THE RANGE ARE KEPT.  A LIVE ROW TAKES         *
006490*    PRECEDENCE OVER AN ARCHIVED ONE FOR OWNER AND CATEGORY.     *
006500*****************************************************************
006510 3160-APPLY-ONE-RECORD.
006520         EVALUATE TRUE
006530             WHEN SLS-ADD-EVENT
006540                 IF SLA-GROUP-ADD-DATE = ZERO
006550                     MOVE SLS-EVENT-DATE TO SLA-GROUP-ADD-DATE
006560                 END-IF
006570             WHEN SLS-COMPLETE-EVENT
006580                 MOVE SLS-EVENT-DATE TO SLA-GROUP-DONE-DATE
006590             WHEN SLS-MASTER-ROW
006600                 SET SLA-GROUP-ON-MASTER TO TRUE
006610                 MOVE SLS-OWNER TO SLA-GROUP-OWNER
006620                 MOVE SLS-CATEGORY TO SLA-GROUP-CATEGORY
006630                 MOVE SLS-NAME TO SLA-GROUP-NAME
006640             WHEN SLS-ARCHIVE-ROW
006650                 IF NOT SLA-GROUP-ON-MASTER
006660                     SET SLA-GROUP-ON-ARCHIVE TO TRUE
006670                     MOVE SLS-OWNER TO SLA-GROUP-OWNER
006680                     MOVE SLS-CATEGORY TO SLA-GROUP-CATEGORY
006690                     MOVE SLS-NAME TO SLA-GROUP-NAME
006700                 END-IF
006710         END-EVALUATE.
006720 3160-EXIT.
006730         EXIT.
006740
006750*****************************************************************
006760*    3200-MEASURE-ONE-TASK - ONLY A TASK COMPLETED IN THE RANGE  *
006770*    IS REPORTED.  IT IS HELD TO ITS CATEGORY'S TARGET; ONE      *
006780*    OVER THE TARGET IS A BREACH AND IS LISTED.                  *
006790*****************************************************************
006800 3200-MEASURE-ONE-TASK.
006810         IF SLA-GROUP-DONE-DATE = ZERO
006820             GO TO 3200-EXIT
006830         END-IF.
006840         ADD 1 TO SLA-CLOSED-COUNT.
006850         IF SLA-GROUP-ADD-DATE = ZERO
006860             OR SLA-GROUP-NO-ROW
006870             ADD 1 TO SLA-UNMEASURED-COUNT
006880             GO TO 3200-EXIT
006890         END-IF.
006900         PERFORM 3300-COUNT-BUSINESS-DAYS THRU 3300-EXIT.
006910         PERFORM 3400-FIND-CATEGORY THRU 3400-EXIT.
006920         PERFORM 3500-FIND-OWNER THRU 3500-EXIT.
006930         IF SLA-CAT-FOUND NOT = ZERO
006940             ADD 1 TO SLA-CAT-CLOSED(SLA-CAT-IDX)
006950         END-IF.
006960         IF SLA-OWN-FOUND NOT = ZERO
006970             ADD 1 TO SLA-OWN-CLOSED(SLA-OWN-IDX)
006980         END-IF.
006990         IF SLA-GROUP-TARGET = ZERO
007000             ADD 1 TO SLA-NO-TARGET-COUNT
007010             GO TO 3200-EXIT
007020         END-IF.
007030         ADD 1 TO SLA-MEASURED-COUNT.
007040         IF SLA-CAT-FOUND NOT = ZERO
007050             ADD 1 TO SLA-CAT-MEASURED(SLA-CAT-IDX)
007060         END-IF.
007070         IF SLA-OWN-FOUND NOT = ZERO
007080             ADD 1 TO SLA-OWN-MEASURED(SLA-OWN-IDX)
007090         END-IF.
007100         IF SLA-BUS-DAYS > SLA-GROUP-TARGET
007110             PERFORM 3600-REPORT-BREACH THRU 3600-EXIT
007120         ELSE
007130             ADD 1 TO SLA-WITHIN-COUNT
007140             IF SLA-CAT-FOUND NOT = ZERO
007150                 ADD 1 TO SLA-CAT-WITHIN(SLA-CAT-IDX)
007160             END-IF
007170             IF SLA-OWN-FOUND NOT = ZERO
007180                 ADD 1 TO SLA-OWN-WITHIN(SLA-OWN-IDX)
007190             END-IF
007200         END-IF.
007210 3200-EXIT.
007220         EXIT.
007230
007240*****************************************************************
007250*    3300-COUNT-BUSINESS-DAYS - WORKING DAYS AFTER THE ADD DATE  *
007260*    UP TO AND INCLUDING THE COMPLETION DATE                     *
007270*****************************************************************
007280 3300-COUNT-BUSINESS-DAYS.
007290         MOVE ZERO TO SLA-BUS-DAYS.
007300         COMPUTE SLA-ADD-DAY-NUM =
007310             FUNCTION INTEGER-OF-DATE(SLA-GROUP-ADD-DATE).
007320         COMPUTE SLA-DONE-DAY-NUM =
007330             FUNCTION INTEGER-OF-DATE(SLA-GROUP-DONE-DATE).
007340         IF SLA-ADD-DAY-NUM = ZERO
007350             OR SLA-DONE-DAY-NUM = ZERO
007360             GO TO 3300-EXIT
007370         END-IF.
007380         COMPUTE SLA-FIRST-DAY-NUM = SLA-ADD-DAY-NUM + 1.
007390         PERFORM 3310-COUNT-ONE-DAY THRU 3310-EXIT
007400             VARYING SLA-CHECK-DAY-NUM
007410             FROM SLA-FIRST-DAY-NUM BY 1
007420             UNTIL SLA-CHECK-DAY-NUM > SLA-DONE-DAY-NUM.
007430 3300-EXIT.
007440         EXIT.
007450
007460 3310-COUNT-ONE-DAY.
007470         COMPUTE SLA-CHECK-DOW =
007480             FUNCTION REM(SLA-CHECK-DAY-NUM, 7).
007490         IF SLA-CHECK-DOW = ZERO
007500             MOVE 7 TO SLA-CHECK-DOW
007510         END-IF.
007520         IF SLA-CHECK-DOW > 5
007530             GO TO 3310-EXIT
007540         END-IF.
007550         COMPUTE SLA-CHECK-DATE =
007560             FUNCTION DATE-OF-INTEGER(SLA-CHECK-DAY-NUM).
007570         MOVE ZERO TO SLA-HOL-FOUND.
007580         IF SLA-HOL-COUNT > ZERO
007590             PERFORM 3320-MATCH-ONE-HOLIDAY THRU 3320-EXIT
007600                 VARYING SLA-HOL-IDX FROM 1 BY 1
007610                 UNTIL SLA-HOL-IDX > SLA-HOL-COUNT
007620                 OR SLA-HOL-FOUND NOT = ZERO
007630         END-IF.
007640         IF SLA-HOL-FOUND = ZERO
007650             ADD 1 TO SLA-BUS-DAYS
007660         END-IF.
007670 3310-EXIT.
007680         EXIT.
007690
007700 3320-MATCH-ONE-HOLIDAY.
007710         IF SLA-HOL-DATE(SLA-HOL-IDX) = SLA-CHECK-DATE
007720             SET SLA-HOL-FOUND TO SLA-HOL-IDX
007730         END-IF.
007740 3320-EXIT.
007750         EXIT.
007760
007770*****************************************************************
007780*    3400-FIND-CATEGORY - LOOK UP THE TASK'S CATEGORY AND ITS    *
007790*    TARGET.  AN UNCATEGORIZED TASK COUNTS UNDER (NONE); A CODE  *
007800*    NOT ON TASKCAT IS ADDED WITH NO TARGET.                     *
007810*****************************************************************
007820 3400-FIND-CATEGORY.
007830         MOVE ZERO TO SLA-GROUP-TARGET.
007840         MOVE SLA-GROUP-CATEGORY TO SLA-CAT-WORK.
007850         IF SLA-CAT-WORK = SPACES
007860             MOVE "(NONE)" TO SLA-CAT-WORK
007870         END-IF.
007880         MOVE ZERO TO SLA-CAT-FOUND.
007890         IF SLA-CAT-COUNT > ZERO
007900             PERFORM 3410-CHECK-ONE-CATEGORY THRU 3410-EXIT
007910                 VARYING SLA-CAT-IDX FROM 1 BY 1
007920                 UNTIL SLA-CAT-IDX > SLA-CAT-COUNT
007930                 OR SLA-CAT-FOUND NOT = ZERO
007940         END-IF.
007950         IF SLA-CAT-FOUND = ZERO
007960             IF SLA-CAT-COUNT NOT < 200
007970                 DISPLAY "Category table is full - "
007980                     SLA-CAT-WORK " not tallied."
007990                 GO TO 3400-EXIT
008000             END-IF
008010             ADD 1 TO SLA-CAT-COUNT
008020             MOVE SLA-CAT-COUNT TO SLA-CAT-FOUND
008030             SET SLA-CAT-IDX TO SLA-CAT-COUNT
008040             MOVE SLA-CAT-WORK TO SLA-CAT-CODE(SLA-CAT-IDX)
008050             MOVE ZERO TO SLA-CAT-TARGET(SLA-CAT-IDX)
008060             MOVE ZERO TO SLA-CAT-CLOSED(SLA-CAT-IDX)
008070             MOVE ZERO TO SLA-CAT-MEASURED(SLA-CAT-IDX)
008080             MOVE ZERO TO SLA-CAT-WITHIN(SLA-CAT-IDX)
008090             MOVE ZERO TO SLA-CAT-BREACHED(SLA-CAT-IDX)
008100         END-IF.
008110         SET SLA-CAT-IDX TO SLA-CAT-FOUND.
008120         MOVE SLA-CAT-TARGET(SLA-CAT-IDX) TO SLA-GROUP-TARGET.
008130 3400-EXIT.
008140         EXIT.
008150
008160 3410-CHECK-ONE-CATEGORY.
008170         IF SLA-CAT-CODE(SLA-CAT-IDX) = SLA-CAT-WORK
008180             SET SLA-CAT-FOUND TO SLA-CAT-IDX
008190         END-IF.
008200 3410-EXIT.
008210         EXIT.
008220
008230*****************************************************************
008240*    3500-FIND-OWNER - FIND OR ADD THE OWNER'S TALLY ROW         *
008250*****************************************************************
008260 3500-FIND-OWNER.
008270         MOVE ZERO TO SLA-OWN-FOUND.
008280         IF SLA-OWN-COUNT > ZERO
008290             PERFORM 3510-CHECK-ONE-OWNER THRU 3510-EXIT
008300                 VARYING SLA-OWN-IDX FROM 1 BY 1
008310                 UNTIL SLA-OWN-IDX > SLA-OWN-COUNT
008320                 OR SLA-OWN-FOUND NOT = ZERO
008330         END-IF.
008340         IF SLA-OWN-FOUND = ZERO
008350             IF SLA-OWN-COUNT NOT < 200
008360                 DISPLAY "Owner table is full - "
008370                     SLA-GROUP-OWNER " not tallied."
008380                 GO TO 3500-EXIT
008390             END-IF
008400             ADD 1 TO SLA-OWN-COUNT
008410             MOVE SLA-OWN-COUNT TO SLA-OWN-FOUND
008420             SET SLA-OWN-IDX TO SLA-OWN-COUNT
008430             MOVE SLA-GROUP-OWNER TO SLA-OWN-ID(SLA-OWN-IDX)
008440             MOVE ZERO TO SLA-OWN-CLOSED(SLA-OWN-IDX)
008450             MOVE ZERO TO SLA-OWN-MEASURED(SLA-OWN-IDX)
008460             MOVE ZERO TO SLA-OWN-WITHIN(SLA-OWN-IDX)
008470             MOVE ZERO TO SLA-OWN-BREACHED(SLA-OWN-IDX)
008480         END-IF.
008490         SET SLA-OWN-IDX TO SLA-OWN-FOUND.
008500 3500-EXIT.
008510         EXIT.
008520
008530 3510-CHECK-ONE-OWNER.
008540         IF SLA-OWN-ID(SLA-OWN-IDX) = SLA-GROUP-OWNER
008550             SET SLA-OWN-FOUND TO SLA-OWN-IDX
008560         END-IF.
008570 3510-EXIT.
008580         EXIT.
008590
008600 3600-REPORT-BREACH.
008610         ADD 1 TO SLA-BREACHED-COUNT.
008620         IF SLA-CAT-FOUND NOT = ZERO
008630             ADD 1 TO SLA-CAT-BREACHED(SLA-CAT-IDX)
008640         END-IF.
008650         IF SLA-OWN-FOUND NOT = ZERO
008660             ADD 1 TO SLA-OWN-BREACHED(SLA-OWN-IDX)
008670         END-IF.
008680         MOVE SLA-GROUP-ID TO SLA-BRL-ID.
008690         MOVE SLA-GROUP-NAME TO SLA-BRL-NAME.
008700         MOVE SLA-GROUP-OWNER TO SLA-BRL-OWNER.
008710         MOVE SLA-GROUP-CATEGORY TO SLA-BRL-CATEGORY.
008720         MOVE SLA-GROUP-ADD-DATE TO SLA-BRL-ADDED.
008730         MOVE SLA-GROUP-DONE-DATE TO SLA-BRL-DONE.
008740         MOVE SLA-BUS-DAYS TO SLA-BRL-DAYS.
008750         MOVE SLA-GROUP-TARGET TO SLA-BRL-TARGET.
008760         MOVE SLA-BREACH-LINE TO SLA-PRINT-LINE.
008770         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
008780 3600-EXIT.
008790         EXIT.
008800
008810*****************************************************************
008820*    4000-PRINT-CATEGORY-SUMMARY - ONE LINE PER CATEGORY WITH    *
008830*    COMPLETIONS IN THE RANGE                                    *
008840*****************************************************************
008850 4000-PRINT-CATEGORY-SUMMARY.
008860         MOVE SPACES TO SLA-PRINT-LINE.
008870         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
008880         MOVE "COMPLIANCE BY CATEGORY" TO SLA-PRINT-LINE.
008890         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
008900         MOVE SLA-SUMMARY-HEADING TO SLA-PRINT-LINE.
008910         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
008920         IF SLA-CAT-COUNT > ZERO
008930             PERFORM 4100-PRINT-ONE-CATEGORY THRU 4100-EXIT
008940                 VARYING SLA-CAT-IDX FROM 1 BY 1
008950                 UNTIL SLA-CAT-IDX > SLA-CAT-COUNT
008960         END-IF.
008970         MOVE "ALL" TO SLA-SUM-CODE.
008980         MOVE SPACES TO SLA-SUM-TARGET.
008990         MOVE SLA-CLOSED-COUNT TO SLA-SUM-CLOSED.
009000         MOVE SLA-MEASURED-COUNT TO SLA-SUM-MEASURED.
009010         MOVE SLA-WITHIN-COUNT TO SLA-SUM-WITHIN.
009020         MOVE SLA-WITHIN-COUNT TO SLA-PCT-WITHIN.
009030         MOVE SLA-MEASURED-COUNT TO SLA-PCT-MEASURED.
009040         MOVE SLA-BREACHED-COUNT TO SLA-SUM-BREACHED.
009050         PERFORM 4900-SET-PERCENT THRU 4900-EXIT.
009060         MOVE SLA-SUMMARY-LINE TO SLA-PRINT-LINE.
009070         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009080         IF SLA-NO-TARGET-COUNT > ZERO
009090             STRING "NOTE: " DELIMITED BY SIZE
009100                 SLA-NO-TARGET-COUNT DELIMITED BY SIZE
009110                 " completed task(s) in categories with no "
009120                 DELIMITED BY SIZE
009130                 "target - not measured." DELIMITED BY SIZE
009140                 INTO SLA-PRINT-LINE
009150             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
009160         END-IF.
009170         IF SLA-UNMEASURED-COUNT > ZERO
009180             STRING "NOTE: " DELIMITED BY SIZE
009190                 SLA-UNMEASURED-COUNT DELIMITED BY SIZE
009200                 " completed task(s) with no add record or no "
009210                 DELIMITED BY SIZE
009220                 "task row - not measured." DELIMITED BY SIZE
009230                 INTO SLA-PRINT-LINE
009240             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
009250         END-IF.
009260 4000-EXIT.
009270         EXIT.
009280
009290 4100-PRINT-ONE-CATEGORY.
009300         IF SLA-CAT-CLOSED(SLA-CAT-IDX) = ZERO
009310             GO TO 4100-EXIT
009320         END-IF.
009330         MOVE SLA-CAT-CODE(SLA-CAT-IDX) TO SLA-SUM-CODE.
009340         IF SLA-CAT-TARGET(SLA-CAT-IDX) = ZERO
009350             MOVE "NONE" TO SLA-SUM-TARGET
009360         ELSE
009370             MOVE SLA-CAT-TARGET(SLA-CAT-IDX) TO SLA-SUM-TARGET-N
009380         END-IF.
009390         MOVE SLA-CAT-CLOSED(SLA-CAT-IDX) TO SLA-SUM-CLOSED.
009400         MOVE SLA-CAT-MEASURED(SLA-CAT-IDX) TO SLA-SUM-MEASURED.
009410         MOVE SLA-CAT-WITHIN(SLA-CAT-IDX) TO SLA-SUM-WITHIN.
009420         MOVE SLA-CAT-WITHIN(SLA-CAT-IDX) TO SLA-PCT-WITHIN.
009430         MOVE SLA-CAT-MEASURED(SLA-CAT-IDX) TO SLA-PCT-MEASURED.
009440         MOVE SLA-CAT-BREACHED(SLA-CAT-IDX) TO SLA-SUM-BREACHED.
009450         PERFORM 4900-SET-PERCENT THRU 4900-EXIT.
009460         MOVE SLA-SUMMARY-LINE TO SLA-PRINT-LINE.
009470         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009480 4100-EXIT.
009490         EXIT.
009500
009510*****************************************************************
009520*    4500-PRINT-OWNER-SUMMARY - ONE LINE PER OWNER               *
009530*****************************************************************
009540 4500-PRINT-OWNER-SUMMARY.
009550         MOVE SPACES TO SLA-PRINT-LINE.
009560         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009570         MOVE "COMPLIANCE BY OWNER" TO SLA-PRINT-LINE.
009580         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009590         MOVE SLA-SUMMARY-HEADING TO SLA-PRINT-LINE.
009600         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009610         IF SLA-OWN-COUNT = ZERO
009620             MOVE "No completed tasks in the period."
009630                 TO SLA-PRINT-LINE
009640             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
009650         ELSE
009660             PERFORM 4600-PRINT-ONE-OWNER THRU 4600-EXIT
009670                 VARYING SLA-OWN-IDX FROM 1 BY 1
009680                 UNTIL SLA-OWN-IDX > SLA-OWN-COUNT
009690         END-IF.
009700 4500-EXIT.
009710         EXIT.
009720
009730 4600-PRINT-ONE-OWNER.
009740         MOVE SLA-OWN-ID(SLA-OWN-IDX) TO SLA-SUM-CODE.
009750         MOVE SPACES TO SLA-SUM-TARGET.
009760         MOVE SLA-OWN-CLOSED(SLA-OWN-IDX) TO SLA-SUM-CLOSED.
009770         MOVE SLA-OWN-MEASURED(SLA-OWN-IDX) TO SLA-SUM-MEASURED.
009780         MOVE SLA-OWN-WITHIN(SLA-OWN-IDX) TO SLA-SUM-WITHIN.
009790         MOVE SLA-OWN-WITHIN(SLA-OWN-IDX) TO SLA-PCT-WITHIN.
009800         MOVE SLA-OWN-MEASURED(SLA-OWN-IDX) TO SLA-PCT-MEASURED.
009810         MOVE SLA-OWN-BREACHED(SLA-OWN-IDX) TO SLA-SUM-BREACHED.
009820         PERFORM 4900-SET-PERCENT THRU 4900-EXIT.
009830         MOVE SLA-SUMMARY-LINE TO SLA-PRINT-LINE.
009840         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
009850 4600-EXIT.
009860         EXIT.
009870
009880*****************************************************************
009890*    4900-SET-PERCENT - WITHIN-TARGET AS A PERCENTAGE OF THE     *
009900*    MEASURED TASKS ON THE SUMMARY LINE; N/A WHEN NONE WERE      *
009910*    MEASURED                                                    *
009920*****************************************************************
009930 4900-SET-PERCENT.
009940         IF SLA-PCT-MEASURED = ZERO
009950             MOVE "  N/A" TO SLA-SUM-PCT
009960             GO TO 4900-EXIT
009970         END-IF.
009980         COMPUTE SLA-PCT-WORK ROUNDED =
009990             SLA-PCT-WITHIN * 100 / SLA-PCT-MEASURED.
010000         MOVE SLA-PCT-WORK TO SLA-SUM-PCT-N.
010010 4900-EXIT.
010020         EXIT.
010030
010040*****************************************************************
010050*    9000-OPEN-PRINT-FILE - EACH RUN'S REPORT REPLACES THE       *
010060*    PREVIOUS ONE; THE OPERATOR FILES IT BEFORE THE NEXT RUN     *
010070*****************************************************************
010080 9000-OPEN-PRINT-FILE.
010090         OPEN OUTPUT REPORT-PRINT.
010100         IF SLA-PRINT-OK
010110             SET SLA-PRINT-FILE-OPEN TO TRUE
010120             MOVE 999 TO SLA-PRINT-LINE-COUNT
010130             MOVE ZERO TO SLA-PRINT-PAGE-COUNT
010140         ELSE
010150             DISPLAY "Unable to open REPORT-PRINT, status "
010160                 SLA-PRINT-STATUS
010170         END-IF.
010180 9000-EXIT.
010190         EXIT.
010200
010210*****************************************************************
010220*    9100-PRINT-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW  *
010230*    PAGE WITH REPEATED HEADINGS EVERY SLA-PRINT-PAGE-LIMIT      *
010240*    LINES                                                       *
010250*****************************************************************
010260 9100-PRINT-LINE.
010270         IF NOT SLA-PRINT-FILE-OPEN
010280             GO TO 9100-EXIT
010290         END-IF.
010300         IF SLA-PRINT-LINE-COUNT NOT < SLA-PRINT-PAGE-LIMIT
010310             PERFORM 9200-PRINT-HEADINGS THRU 9200-EXIT
010320         END-IF.
010330         MOVE SLA-PRINT-LINE TO REPORT-PRINT-RECORD.
010340         WRITE REPORT-PRINT-RECORD.
010350         ADD 1 TO SLA-PRINT-LINE-COUNT.
010360         MOVE SPACES TO SLA-PRINT-LINE.
010370 9100-EXIT.
010380         EXIT.
010390
010400 9200-PRINT-HEADINGS.
010410         ADD 1 TO SLA-PRINT-PAGE-COUNT.
010420         MOVE SLA-CURRENT-DATE TO SLA-HDG-DATE.
010430         MOVE SLA-CURRENT-TIME TO SLA-HDG-TIME.
010440         MOVE SLA-PRINT-PAGE-COUNT TO SLA-HDG-PAGE.
010450         MOVE SLA-FROM-DATE TO SLA-HDG-FROM.
010460         MOVE SLA-TO-DATE TO SLA-HDG-TO.
010470         MOVE SLA-HEADING-1 TO REPORT-PRINT-RECORD.
010480         WRITE REPORT-PRINT-RECORD.
010490         MOVE SPACES TO REPORT-PRINT-RECORD.
010500         WRITE REPORT-PRINT-RECORD.
010510         MOVE SLA-HEADING-2 TO REPORT-PRINT-RECORD.
010520         WRITE REPORT-PRINT-RECORD.
010530         MOVE SPACES TO REPORT-PRINT-RECORD.
010540         WRITE REPORT-PRINT-RECORD.
010550         MOVE 4 TO SLA-PRINT-LINE-COUNT.
010560 9200-EXIT.
010570         EXIT.
010580
010590 9300-CLOSE-PRINT-FILE.
010600         IF NOT SLA-PRINT-FILE-OPEN
010610             GO TO 9300-EXIT
010620         END-IF.
010630         MOVE SPACES TO SLA-PRINT-LINE.
010640         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010650         MOVE SLA-CLOSED-COUNT TO SLA-END-CLOSED.
010660         MOVE SLA-MEASURED-COUNT TO SLA-END-MEASURED.
010670         MOVE SLA-BREACHED-COUNT TO SLA-END-BREACHED.
010680         MOVE SLA-END-LINE TO SLA-PRINT-LINE.
010690         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
010700         CLOSE REPORT-PRINT.
010710 9300-EXIT.
010720         EXIT.
010730
010740 END PROGRAM TASKSLA.
