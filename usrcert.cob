000010*****************************************************************
000020*PROGRAM-ID.  USRCERT                                       *
000030*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000040*    INSTALLATION. SHIFT OPERATIONS                             *
000050*    DATE-WRITTEN. 2026-10-15                                   *
000060*    DATE-COMPILED.                                              *
000070*                                                                *
000080*    QUARTERLY OPERATOR ACCESS RECERTIFICATION REPORT.  LISTS   *
000090*    EVERY OPERATOR ON USER-MASTER WITH THE LAST SUCCESSFUL     *
000100*    SIGN-ON, THE PASSWORD-CHANGED DATE AND THE COUNT OF OPEN   *
000110*    TASKS OWNED, AND FLAGS AN ACTIVE ACCOUNT NOT SIGNED ON     *
000120*    FOR UCR-DORMANT-DAYS, A PASSWORD OLDER THAN THE TODOLIST   *
000130*    EXPIRY RULE, A LOCKED-OUT ACCOUNT, AND AN ACTIVE ACCOUNT   *
000140*    WITH NO OPEN TASKS.  THE OPEN TASKS ARE BROUGHT TOGETHER   *
000150*    WITH THE OPERATORS THROUGH A SORT, SO NOTHING IS TABLED BY *
000160*    OPERATOR; AN OWNER WITH OPEN TASKS WHO IS NOT ON           *
000170*    USER-MASTER IS LISTED AS SUCH.  THEN LISTS EVERY           *
000180*    SUPERVISOR-FLAG GRANT AND REMOVAL, LOCKOUT AND UNLOCK ON   *
000190*    USER-AUDIT IN THE QUARTER WITH THE ACTING ID, AND ENDS     *
000200*    WITH A SIGN-OFF BLOCK FOR THE REVIEWING MANAGER.  THE      *
000210*    QUARTER IS KEYED AS CCYYQ; SPACES TAKE THE LAST COMPLETED  *
000220*    QUARTER.  PRINTS TO THE CERTPRNT PRINT FILE.               *
000230*-----------------------------------------------------------------
000240*    MODIFICATION HISTORY                                       *
000250*    2026-10-15  DPO  ORIGINAL PROGRAM.                         *
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. USRCERT.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330         SELECT USER-MASTER ASSIGN TO "USERMSTR"
000340             ORGANIZATION IS INDEXED
000350             ACCESS MODE IS SEQUENTIAL
000360             RECORD KEY IS US-OPERATOR-ID
000370             FILE STATUS IS UCR-USERMSTR-STATUS.
000380         SELECT USER-AUDIT ASSIGN TO "USERAUD"
000390             ORGANIZATION IS LINE SEQUENTIAL
000400             FILE STATUS IS UCR-USERAUD-STATUS.
000410         SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS SEQUENTIAL
000440             RECORD KEY IS TM-ID
000450             ALTERNATE RECORD KEY IS TM-EXT-REF
000460                 WITH DUPLICATES
000470             FILE STATUS IS UCR-TASKMSTR-STATUS.
000480         SELECT UCR-SORT-FILE ASSIGN TO "CERTSORT".
000490         SELECT REPORT-PRINT ASSIGN TO "CERTPRNT"
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS UCR-PRINT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  USER-MASTER.
000560 01  USER-MASTER-RECORD.
000570         COPY USERMSTR.
000580
000590 FD  USER-AUDIT.
000600 01  USER-AUDIT-RECORD.
000610         COPY USERAUD.
000620
000630 FD  TASK-MASTER.
000640 01  TASK-MASTER-RECORD.
000650         COPY TASKMSTR.
000660
000670*    ---------------------------------------------------------
000680*    ONE SORT RECORD PER OPEN TASK, CARRYING ONLY ITS OWNER,
000690*    AND ONE PER USER-MASTER ROW.  THE TASK RECORDS ("T") SORT
000700*    AHEAD OF THEIR OWNER'S OPERATOR RECORD ("U"), SO THE OPEN
000710*    TASKS ARE COUNTED BY THE TIME THE OPERATOR IS PRINTED.
000720*    ---------------------------------------------------------
000730 SD  UCR-SORT-FILE.
000740 01  UCR-SORT-RECORD.
000750         05  UCS-OPERATOR-ID         PIC X(08).
000760         05  UCS-REC-TYPE            PIC X(01).
000770             88  UCS-TASK-ROW        VALUE "T".
000780             88  UCS-OPERATOR-ROW    VALUE "U".
000790         05  UCS-OPERATOR-NAME       PIC X(30).
000800         05  UCS-SUPERVISOR-FLAG     PIC X(01).
000810         05  UCS-ACTIVE-FLAG         PIC X(01).
000820             88  UCS-IS-ACTIVE       VALUES "A" " ".
000830         05  UCS-PWD-CHANGED-DATE    PIC 9(08).
000840         05  UCS-LOCKOUT-FLAG        PIC X(01).
000850             88  UCS-IS-LOCKED-OUT   VALUE "L".
000860         05  UCS-LAST-SIGNON-DATE    PIC 9(08).
000870
000880 FD  REPORT-PRINT.
000890 01  REPORT-PRINT-RECORD         PIC X(132).
000900
000910 WORKING-STORAGE SECTION.
000920*    ---------------------------------------------------------
000930*    SITE THRESHOLDS.  THE EXPIRY INTERVAL IS THE ONE THE
000940*    TODOLIST SIGN-ON ENFORCES (TDL-PWD-EXPIRY-DAYS).
000950*    ---------------------------------------------------------
000960 01  UCR-DORMANT-DAYS            PIC 9(03) VALUE 60.
000970 01  UCR-PWD-EXPIRY-DAYS         PIC 9(03) VALUE 90.
000980*    ---------------------------------------------------------
000990*    FILE STATUS SWITCHES
001000*    ---------------------------------------------------------
001010 01  UCR-FILE-STATUSES.
001020         05  UCR-USERMSTR-STATUS     PIC X(02) VALUE "00".
001030             88  UCR-USERMSTR-OK     VALUE "00".
001040             88  UCR-USERMSTR-EOF    VALUE "10".
001050             88  UCR-USERMSTR-NOTFOUND
001060                 VALUES "23" "35" "05".
001070         05  UCR-USERAUD-STATUS      PIC X(02) VALUE "00".
001080             88  UCR-USERAUD-OK      VALUE "00".
001090             88  UCR-USERAUD-EOF     VALUE "10".
001100             88  UCR-USERAUD-NOTFOUND
001110                 VALUES "35" "05".
001120         05  UCR-TASKMSTR-STATUS     PIC X(02) VALUE "00".
001130             88  UCR-TASKMSTR-OK     VALUE "00".
001140             88  UCR-TASKMSTR-EOF    VALUE "10".
001150             88  UCR-TASKMSTR-NOTFOUND
001160                 VALUES "23" "35" "05".
001170         05  UCR-PRINT-STATUS        PIC X(02) VALUE "00".
001180             88  UCR-PRINT-OK        VALUE "00".
001190*    ---------------------------------------------------------
001200*    QUARTER SELECTION.  THE BOUNDS TABLE HOLDS THE FIRST AND
001210*    LAST MMDD OF EACH CALENDAR QUARTER.
001220*    ---------------------------------------------------------
001230 01  UCR-QUARTER-INPUT           PIC X(10).
001240 01  UCR-QUARTER-YEAR            PIC 9(04) VALUE ZERO.
001250 01  UCR-QUARTER-NUMBER          PIC 9(01) VALUE ZERO.
001260 01  UCR-FROM-DATE               PIC 9(08) VALUE ZERO.
001270 01  UCR-TO-DATE                 PIC 9(08) VALUE ZERO.
001280 01  UCR-RUN-MONTH               PIC 9(02) VALUE ZERO.
001290 01  UCR-QUARTER-BOUNDS.
001300         05  FILLER                  PIC X(08) VALUE "01010331".
001310         05  FILLER                  PIC X(08) VALUE "04010630".
001320         05  FILLER                  PIC X(08) VALUE "07010930".
001330         05  FILLER                  PIC X(08) VALUE "10011231".
001340 01  UCR-QUARTER-TABLE REDEFINES UCR-QUARTER-BOUNDS.
001350         05  UCR-QTR-ENTRY OCCURS 4 TIMES.
001360             10  UCR-QTR-FIRST-MMDD  PIC 9(04).
001370             10  UCR-QTR-LAST-MMDD   PIC 9(04).
001380 01  UCR-CURRENT-DATE-TIME.
001390         05  UCR-CURRENT-DATE        PIC 9(08).
001400         05  UCR-CURRENT-TIME        PIC 9(06).
001410         05  FILLER                  PIC X(09).
001420*    ---------------------------------------------------------
001430*    THE OPERATOR NOW BEING ASSEMBLED FROM THE SORTED RECORDS
001440*    ---------------------------------------------------------
001450 01  UCR-SORT-EOF-FLAG           PIC X(01) VALUE "N".
001460         88  UCR-SORT-EOF            VALUE "Y".
001470 01  UCR-GROUP-ID                PIC X(08) VALUE SPACES.
001480 01  UCR-GROUP-TASKS             PIC 9(05) VALUE ZERO.
001490 01  UCR-GROUP-PRINTED-FLAG      PIC X(01) VALUE "N".
001500         88  UCR-GROUP-PRINTED       VALUE "Y".
001510 01  UCR-RUN-DAY-NUM             PIC 9(07) VALUE ZERO.
001520 01  UCR-AGE-DAYS                PIC 9(07) VALUE ZERO.
001530 01  UCR-ANY-FLAG                PIC X(01) VALUE "N".
001540         88  UCR-OPERATOR-FLAGGED    VALUE "Y".
001550*    ---------------------------------------------------------
001560*    RUN COUNTERS
001570*    ---------------------------------------------------------
001580 01  UCR-TASK-COUNT              PIC 9(07) VALUE ZERO.
001590 01  UCR-OPERATOR-COUNT          PIC 9(05) VALUE ZERO.
001600 01  UCR-ACTIVE-COUNT            PIC 9(05) VALUE ZERO.
001610 01  UCR-INACTIVE-COUNT          PIC 9(05) VALUE ZERO.
001620 01  UCR-SUPERVISOR-COUNT        PIC 9(05) VALUE ZERO.
001630 01  UCR-DORMANT-COUNT           PIC 9(05) VALUE ZERO.
001640 01  UCR-EXPIRED-COUNT           PIC 9(05) VALUE ZERO.
001650 01  UCR-LOCKED-COUNT            PIC 9(05) VALUE ZERO.
001660 01  UCR-NO-TASKS-COUNT          PIC 9(05) VALUE ZERO.
001670 01  UCR-FLAGGED-COUNT           PIC 9(05) VALUE ZERO.
001680 01  UCR-UNKNOWN-COUNT           PIC 9(05) VALUE ZERO.
001690 01  UCR-AUDIT-COUNT             PIC 9(07) VALUE ZERO.
001700 01  UCR-EVENT-COUNT             PIC 9(05) VALUE ZERO.
001710 01  UCR-GRANT-COUNT             PIC 9(05) VALUE ZERO.
001720 01  UCR-REMOVE-COUNT            PIC 9(05) VALUE ZERO.
001730 01  UCR-LOCKOUT-COUNT           PIC 9(05) VALUE ZERO.
001740 01  UCR-UNLOCK-COUNT            PIC 9(05) VALUE ZERO.
001750*    ---------------------------------------------------------
001760*    PRINT CONTROL AND REPORT LINE LAYOUTS.  A PAGE HOLDS
001770*    UCR-PRINT-PAGE-LIMIT LINES INCLUDING ITS HEADING BLOCK.
001780*    ---------------------------------------------------------
001790 01  UCR-PRINT-LINE              PIC X(132) VALUE SPACES.
001800 01  UCR-PRINT-LINE-COUNT        PIC 9(03) VALUE 999.
001810 01  UCR-PRINT-PAGE-COUNT        PIC 9(04) VALUE ZERO.
001820 01  UCR-PRINT-PAGE-LIMIT        PIC 9(03) VALUE 60.
001830 01  UCR-PRINT-OPEN-FLAG         PIC X(01) VALUE "N".
001840         88  UCR-PRINT-FILE-OPEN     VALUE "Y".
001850 01  UCR-HEADING-1.
001860         05  FILLER                  PIC X(40)
001870                 VALUE "OPERATOR ACCESS RECERTIFICATION".
001880         05  FILLER                  PIC X(09)
001890                 VALUE "RUN DATE ".
001900         05  UCR-HDG-DATE            PIC 9(08).
001910         05  FILLER                  PIC X(06) VALUE " TIME ".
001920         05  UCR-HDG-TIME            PIC 9(06).
001930         05  FILLER                  PIC X(06) VALUE " PAGE ".
001940         05  UCR-HDG-PAGE            PIC ZZZ9.
001950         05  FILLER                  PIC X(53) VALUE SPACES.
001960 01  UCR-HEADING-2.
001970         05  FILLER                  PIC X(08) VALUE "QUARTER ".
001980         05  UCR-HDG-YEAR            PIC 9(04).
001990         05  FILLER                  PIC X(01) VALUE "Q".
002000         05  UCR-HDG-QUARTER         PIC 9(01).
002010         05  FILLER                  PIC X(02) VALUE SPACES.
002020         05  UCR-HDG-FROM            PIC 9(08).
002030         05  FILLER                  PIC X(06) VALUE " THRU ".
002040         05  UCR-HDG-TO              PIC 9(08).
002050         05  FILLER                  PIC X(16)
002060                 VALUE "  DORMANT AFTER ".
002070         05  UCR-HDG-DORMANT         PIC ZZ9.
002080         05  FILLER                  PIC X(24)
002090                 VALUE " DAYS  PASSWORD EXPIRY ".
002100         05  UCR-HDG-EXPIRY          PIC ZZ9.
002110         05  FILLER                  PIC X(05) VALUE " DAYS".
002120         05  FILLER                  PIC X(43) VALUE SPACES.
002130 01  UCR-OPERATOR-HEADING.
002140         05  FILLER                  PIC X(10) VALUE "OPERATOR".
002150         05  FILLER                  PIC X(31) VALUE "NAME".
002160         05  FILLER                  PIC X(05) VALUE "SUPV".
002170         05  FILLER                  PIC X(09) VALUE "STATUS".
002180         05  FILLER                  PIC X(09) VALUE "SIGNED-ON".
002190         05  FILLER                  PIC X(09) VALUE "PWD-CHG".
002200         05  FILLER                  PIC X(07) VALUE " OPEN".
002210         05  FILLER                  PIC X(31) VALUE "FLAGS".
002220         05  FILLER                  PIC X(21) VALUE SPACES.
002230 01  UCR-OPERATOR-LINE.
002240         05  UCR-OPL-ID              PIC X(08).
002250         05  FILLER                  PIC X(02) VALUE SPACES.
002260         05  UCR-OPL-NAME            PIC X(30).
002270         05  FILLER                  PIC X(01) VALUE SPACES.
002280         05  UCR-OPL-SUPERVISOR      PIC X(04).
002290         05  FILLER                  PIC X(01) VALUE SPACES.
002300         05  UCR-OPL-STATUS          PIC X(08).
002310         05  FILLER                  PIC X(01) VALUE SPACES.
002320         05  UCR-OPL-SIGNON          PIC X(08).
002330         05  UCR-OPL-SIGNON-N REDEFINES UCR-OPL-SIGNON
002340                                     PIC 9(08).
002350         05  FILLER                  PIC X(01) VALUE SPACES.
002360         05  UCR-OPL-PWD-DATE        PIC X(08).
002370         05  UCR-OPL-PWD-DATE-N REDEFINES UCR-OPL-PWD-DATE
002380                                     PIC 9(08).
002390         05  FILLER                  PIC X(01) VALUE SPACES.
002400         05  UCR-OPL-TASKS           PIC ZZZZ9.
002410         05  FILLER                  PIC X(02) VALUE SPACES.
002420         05  UCR-OPL-DORMANT         PIC X(08).
002430         05  UCR-OPL-EXPIRED         PIC X(08).
002440         05  UCR-OPL-LOCKED          PIC X(07).
002450         05  UCR-OPL-NO-TASKS        PIC X(08).
002460         05  FILLER                  PIC X(21) VALUE SPACES.
002470 01  UCR-EVENT-HEADING.
002480         05  FILLER                  PIC X(10) VALUE "DATE".
002490         05  FILLER                  PIC X(08) VALUE "TIME".
002500         05  FILLER                  PIC X(10) VALUE "OPERATOR".
002510         05  FILLER                  PIC X(22) VALUE "EVENT".
002520         05  FILLER                  PIC X(10) VALUE "ACTING-ID".
002530         05  FILLER                  PIC X(50) VALUE "DETAIL".
002540         05  FILLER                  PIC X(22) VALUE SPACES.
002550 01  UCR-EVENT-LINE.
002560         05  UCR-EVL-DATE            PIC 9(08).
002570         05  FILLER                  PIC X(02) VALUE SPACES.
002580         05  UCR-EVL-TIME            PIC 9(06).
002590         05  FILLER                  PIC X(02) VALUE SPACES.
002600         05  UCR-EVL-TARGET          PIC X(08).
002610         05  FILLER                  PIC X(02) VALUE SPACES.
002620         05  UCR-EVL-EVENT           PIC X(20).
002630         05  FILLER                  PIC X(02) VALUE SPACES.
002640         05  UCR-EVL-ACTING          PIC X(08).
002650         05  FILLER                  PIC X(02) VALUE SPACES.
002660         05  UCR-EVL-DETAIL          PIC X(50).
002670         05  FILLER                  PIC X(22) VALUE SPACES.
002680 01  UCR-TOTAL-LINE.
002690         05  UCR-TOT-LABEL           PIC X(40).
002700         05  UCR-TOT-COUNT           PIC ZZZZ9.
002710         05  FILLER                  PIC X(87) VALUE SPACES.
002720 01  UCR-SIGN-LINE.
002730         05  UCR-SGN-LABEL           PIC X(24).
002740         05  FILLER                  PIC X(02) VALUE ": ".
002750         05  FILLER                  PIC X(40) VALUE ALL "_".
002760         05  FILLER                  PIC X(66) VALUE SPACES.
002770 01  UCR-END-LINE.
002780         05  FILLER                  PIC X(16)
002790                 VALUE "END OF REPORT - ".
002800         05  UCR-END-OPERATORS       PIC 9(05).
002810         05  FILLER                  PIC X(20)
002820                 VALUE " OPERATOR(S) LISTED ".
002830         05  UCR-END-FLAGGED         PIC 9(05).
002840         05  FILLER                  PIC X(09)
002850                 VALUE " FLAGGED ".
002860         05  UCR-END-EVENTS          PIC 9(05).
002870         05  FILLER                  PIC X(16)
002880                 VALUE " ACCESS EVENT(S)".
002890         05  FILLER                  PIC X(56) VALUE SPACES.
002900
002910 PROCEDURE DIVISION.
002920*****************************************************************
002930*    0000-MAINLINE                                              *
002940*****************************************************************
002950 0000-MAINLINE.
002960         MOVE FUNCTION CURRENT-DATE TO UCR-CURRENT-DATE-TIME.
002970         COMPUTE UCR-RUN-DAY-NUM =
002980             FUNCTION INTEGER-OF-DATE(UCR-CURRENT-DATE).
002990         PERFORM 1000-ACCEPT-QUARTER THRU 1000-EXIT.
003000         PERFORM 9000-OPEN-PRINT-FILE THRU 9000-EXIT.
003010         MOVE "OPERATORS ON USER-MASTER" TO UCR-PRINT-LINE.
003020         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
003030         MOVE UCR-OPERATOR-HEADING TO UCR-PRINT-LINE.
003040         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
003050         SORT UCR-SORT-FILE
003060             ON ASCENDING KEY UCS-OPERATOR-ID UCS-REC-TYPE
003070             INPUT PROCEDURE IS 2000-RELEASE-ROWS
003080                 THRU 2000-EXIT
003090             OUTPUT PROCEDURE IS 3000-LIST-OPERATORS
003100                 THRU 3000-EXIT.
003110         IF UCR-OPERATOR-COUNT = ZERO
003120             MOVE "No operators on file." TO UCR-PRINT-LINE
003130             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
003140         END-IF.
003150         PERFORM 4000-PRINT-OPERATOR-TOTALS THRU 4000-EXIT.
003160         PERFORM 5000-LIST-ACCESS-EVENTS THRU 5000-EXIT.
003170         PERFORM 6000-PRINT-SIGN-OFF THRU 6000-EXIT.
003180         PERFORM 9300-CLOSE-PRINT-FILE THRU 9300-EXIT.
003190         DISPLAY "USRCERT: " UCR-OPERATOR-COUNT
003200             " operator(s) listed, " UCR-FLAGGED-COUNT
003210             " flagged, " UCR-EVENT-COUNT " access event(s).".
003220         STOP RUN.
003230
003240*****************************************************************
003250*    1000-ACCEPT-QUARTER - THE QUARTER WHOSE USER-AUDIT EVENTS   *
003260*    ARE LISTED.  SPACES, OR AN ENTRY THAT IS NOT A VALID        *
003270*    CCYYQ, TAKE THE LAST COMPLETED QUARTER.                     *
003280*****************************************************************
003290 1000-ACCEPT-QUARTER.
003300         MOVE UCR-CURRENT-DATE(1:4) TO UCR-QUARTER-YEAR.
003310         MOVE UCR-CURRENT-DATE(5:2) TO UCR-RUN-MONTH.
003320         COMPUTE UCR-QUARTER-NUMBER =
003330             (UCR-RUN-MONTH - 1) / 3.
003340         IF UCR-QUARTER-NUMBER = ZERO
003350             MOVE 4 TO UCR-QUARTER-NUMBER
003360             SUBTRACT 1 FROM UCR-QUARTER-YEAR
003370         END-IF.
003380         DISPLAY "Quarter to review (CCYYQ, or spaces for the "
003390             "last completed quarter):".
003400         ACCEPT UCR-QUARTER-INPUT.
003410         IF UCR-QUARTER-INPUT(1:5) IS NUMERIC
003420             AND UCR-QUARTER-INPUT(5:1) >= "1"
003430             AND UCR-QUARTER-INPUT(5:1) <= "4"
003440             MOVE UCR-QUARTER-INPUT(1:4) TO UCR-QUARTER-YEAR
003450             MOVE UCR-QUARTER-INPUT(5:1) TO UCR-QUARTER-NUMBER
003460         ELSE
003470             IF UCR-QUARTER-INPUT NOT = SPACES
003480                 DISPLAY "Quarter not valid - last completed "
003490                     "quarter used."
003500             END-IF
003510         END-IF.
003520         COMPUTE UCR-FROM-DATE = UCR-QUARTER-YEAR * 10000
003530             + UCR-QTR-FIRST-MMDD(UCR-QUARTER-NUMBER).
003540         COMPUTE UCR-TO-DATE = UCR-QUARTER-YEAR * 10000
003550             + UCR-QTR-LAST-MMDD(UCR-QUARTER-NUMBER).
003560 1000-EXIT.
003570         EXIT.
003580
003590*****************************************************************
003600*    2000-RELEASE-ROWS - SORT INPUT PROCEDURE.  RELEASES THE     *
003610*    OWNER OF EVERY OPEN TASK AND EVERY USER-MASTER ROW.         *
003620*****************************************************************
003630 2000-RELEASE-ROWS.
003640         PERFORM 2100-RELEASE-TASKS THRU 2100-EXIT.
003650         PERFORM 2200-RELEASE-OPERATORS THRU 2200-EXIT.
003660 2000-EXIT.
003670         EXIT.
003680
003690 2100-RELEASE-TASKS.
003700         OPEN INPUT TASK-MASTER.
003710         IF UCR-TASKMSTR-NOTFOUND
003720             GO TO 2100-EXIT
003730         END-IF.
003740         IF NOT UCR-TASKMSTR-OK
003750             DISPLAY "Unable to open TASK-MASTER, status "
003760                 UCR-TASKMSTR-STATUS
003770             GO TO 2100-EXIT
003780         END-IF.
003790         PERFORM 2110-RELEASE-ONE-TASK THRU 2110-EXIT
003800             UNTIL UCR-TASKMSTR-EOF.
003810         CLOSE TASK-MASTER.
003820 2100-EXIT.
003830         EXIT.
003840
003850*****************************************************************
003860*    2110-RELEASE-ONE-TASK - OPEN MEANS PENDING OR ACTIVE, THE   *
003870*    SAME TEST USERMNT APPLIES BEFORE A DEACTIVATION             *
003880*****************************************************************
003890 2110-RELEASE-ONE-TASK.
003900         READ TASK-MASTER NEXT RECORD
003910             AT END
003920                 SET UCR-TASKMSTR-EOF TO TRUE
003930             NOT AT END
003940                 IF TM-STATUS(1:7) = "PENDING"
003950                     OR TM-STATUS(1:6) = "ACTIVE"
003960                     ADD 1 TO UCR-TASK-COUNT
003970                     MOVE SPACES TO UCR-SORT-RECORD
003980                     MOVE TM-OWNER TO UCS-OPERATOR-ID
003990                     SET UCS-TASK-ROW TO TRUE
004000                     MOVE ZERO TO UCS-PWD-CHANGED-DATE
004010                     MOVE ZERO TO UCS-LAST-SIGNON-DATE
004020                     RELEASE UCR-SORT-RECORD
004030                 END-IF
004040         END-READ.
004050 2110-EXIT.
004060         EXIT.
004070
004080 2200-RELEASE-OPERATORS.
004090         OPEN INPUT USER-MASTER.
004100         IF UCR-USERMSTR-NOTFOUND
004110             DISPLAY "USER-MASTER not found - no operators "
004120                 "to review."
004130             GO TO 2200-EXIT
004140         END-IF.
004150         IF NOT UCR-USERMSTR-OK
004160             DISPLAY "Unable to open USER-MASTER, status "
004170                 UCR-USERMSTR-STATUS
004180             GO TO 2200-EXIT
004190         END-IF.
004200         PERFORM 2210-RELEASE-ONE-OPERATOR THRU 2210-EXIT
004210             UNTIL UCR-USERMSTR-EOF.
004220         CLOSE USER-MASTER.
004230 2200-EXIT.
004240         EXIT.
004250
004260 2210-RELEASE-ONE-OPERATOR.
004270         READ USER-MASTER NEXT RECORD
004280             AT END
004290                 SET UCR-USERMSTR-EOF TO TRUE
004300             NOT AT END
004310                 MOVE SPACES TO UCR-SORT-RECORD
004320                 MOVE US-OPERATOR-ID TO UCS-OPERATOR-ID
004330                 SET UCS-OPERATOR-ROW TO TRUE
004340                 MOVE US-OPERATOR-NAME TO UCS-OPERATOR-NAME
004350                 MOVE US-SUPERVISOR-FLAG TO UCS-SUPERVISOR-FLAG
004360                 MOVE US-ACTIVE-FLAG TO UCS-ACTIVE-FLAG
004370                 MOVE US-PWD-CHANGED-DATE
004380                     TO UCS-PWD-CHANGED-DATE
004390                 MOVE US-LOCKOUT-FLAG TO UCS-LOCKOUT-FLAG
004400                 MOVE US-LAST-SIGNON-DATE
004410                     TO UCS-LAST-SIGNON-DATE
004420                 RELEASE UCR-SORT-RECORD
004430         END-READ.
004440 2210-EXIT.
004450         EXIT.
004460
004470*****************************************************************
004480*    3000-LIST-OPERATORS - SORT OUTPUT PROCEDURE.  THE RECORDS   *
004490*    FOR ONE OPERATOR ID ARRIVE TOGETHER, OPEN TASKS FIRST.  AN  *
004500*    ID WHOSE GROUP ENDS WITHOUT AN OPERATOR RECORD OWNS OPEN    *
004510*    TASKS BUT IS NOT ON USER-MASTER.                            *
004520*****************************************************************
004530 3000-LIST-OPERATORS.
004540         MOVE "N" TO UCR-SORT-EOF-FLAG.
004550         MOVE SPACES TO UCR-GROUP-ID.
004560         MOVE ZERO TO UCR-GROUP-TASKS.
004570         MOVE "Y" TO UCR-GROUP-PRINTED-FLAG.
004580         PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
004590             UNTIL UCR-SORT-EOF.
004600         IF NOT UCR-GROUP-PRINTED
004610             PERFORM 3300-PRINT-UNKNOWN-OWNER THRU 3300-EXIT
004620         END-IF.
004630 3000-EXIT.
004640         EXIT.
004650
004660 3100-RETURN-ONE-RECORD.
004670         RETURN UCR-SORT-FILE
004680             AT END
004690                 SET UCR-SORT-EOF TO TRUE
004700             NOT AT END
004710                 IF UCS-OPERATOR-ID NOT = UCR-GROUP-ID
004720                     IF NOT UCR-GROUP-PRINTED
004730                         PERFORM 3300-PRINT-UNKNOWN-OWNER
004740                             THRU 3300-EXIT
004750                     END-IF
004760                     MOVE UCS-OPERATOR-ID TO UCR-GROUP-ID
004770                     MOVE ZERO TO UCR-GROUP-TASKS
004780                     MOVE "N" TO UCR-GROUP-PRINTED-FLAG
004790                 END-IF
004800                 IF UCS-TASK-ROW
004810                     ADD 1 TO UCR-GROUP-TASKS
004820                 ELSE
004830                     PERFORM 3200-PRINT-OPERATOR THRU 3200-EXIT
004840                     SET UCR-GROUP-PRINTED TO TRUE
004850                 END-IF
004860         END-RETURN.
004870 3100-EXIT.
004880         EXIT.
004890
004900*****************************************************************
004910*    3200-PRINT-OPERATOR - ONE LINE PER OPERATOR WITH ITS        *
004920*    REVIEW FLAGS.  DORMANCY IS MEASURED FROM THE LAST SIGN-ON,  *
004930*    OR FOR AN OPERATOR WHO HAS NEVER SIGNED ON FROM THE DATE    *
004940*    THE PASSWORD WAS LAST SET.  A PASSWORD WITH NO CHANGE DATE  *
004950*    COUNTS AS EXPIRED, AS IT DOES AT THE TODOLIST SIGN-ON.      *
004960*****************************************************************
004970 3200-PRINT-OPERATOR.
004980         ADD 1 TO UCR-OPERATOR-COUNT.
004990         MOVE "N" TO UCR-ANY-FLAG.
005000         MOVE SPACES TO UCR-OPERATOR-LINE.
005010         MOVE UCS-OPERATOR-ID TO UCR-OPL-ID.
005020         MOVE UCS-OPERATOR-NAME TO UCR-OPL-NAME.
005030         IF UCS-SUPERVISOR-FLAG = "Y"
005040             MOVE "YES" TO UCR-OPL-SUPERVISOR
005050             ADD 1 TO UCR-SUPERVISOR-COUNT
005060         ELSE
005070             MOVE "NO" TO UCR-OPL-SUPERVISOR
005080         END-IF.
005090         IF UCS-IS-ACTIVE
005100             MOVE "ACTIVE" TO UCR-OPL-STATUS
005110             ADD 1 TO UCR-ACTIVE-COUNT
005120         ELSE
005130             MOVE "INACTIVE" TO UCR-OPL-STATUS
005140             ADD 1 TO UCR-INACTIVE-COUNT
005150         END-IF.
005160         IF UCS-LAST-SIGNON-DATE = ZERO
005170             MOVE "NEVER" TO UCR-OPL-SIGNON
005180         ELSE
005190             MOVE UCS-LAST-SIGNON-DATE TO UCR-OPL-SIGNON-N
005200         END-IF.
005210         IF UCS-PWD-CHANGED-DATE = ZERO
005220             MOVE "NONE" TO UCR-OPL-PWD-DATE
005230         ELSE
005240             MOVE UCS-PWD-CHANGED-DATE TO UCR-OPL-PWD-DATE-N
005250         END-IF.
005260         MOVE UCR-GROUP-TASKS TO UCR-OPL-TASKS.
005270         IF UCS-IS-ACTIVE
005280             PERFORM 3210-CHECK-DORMANT THRU 3210-EXIT
005290         END-IF.
005300         IF UCS-PWD-CHANGED-DATE = ZERO
005310             MOVE "PWD-EXP" TO UCR-OPL-EXPIRED
005320         ELSE
005330             COMPUTE UCR-AGE-DAYS = UCR-RUN-DAY-NUM
005340                 - FUNCTION INTEGER-OF-DATE(UCS-PWD-CHANGED-DATE)
005350             IF UCR-AGE-DAYS > UCR-PWD-EXPIRY-DAYS
005360                 MOVE "PWD-EXP" TO UCR-OPL-EXPIRED
005370             END-IF
005380         END-IF.
005390         IF UCR-OPL-EXPIRED NOT = SPACES
005400             ADD 1 TO UCR-EXPIRED-COUNT
005410             SET UCR-OPERATOR-FLAGGED TO TRUE
005420         END-IF.
005430         IF UCS-IS-LOCKED-OUT
005440             MOVE "LOCKED" TO UCR-OPL-LOCKED
005450             ADD 1 TO UCR-LOCKED-COUNT
005460             SET UCR-OPERATOR-FLAGGED TO TRUE
005470         END-IF.
005480         IF UCS-IS-ACTIVE AND UCR-GROUP-TASKS = ZERO
005490             MOVE "NO-TASKS" TO UCR-OPL-NO-TASKS
005500             ADD 1 TO UCR-NO-TASKS-COUNT
005510             SET UCR-OPERATOR-FLAGGED TO TRUE
005520         END-IF.
005530         IF UCR-OPERATOR-FLAGGED
005540             ADD 1 TO UCR-FLAGGED-COUNT
005550         END-IF.
005560         MOVE UCR-OPERATOR-LINE TO UCR-PRINT-LINE.
005570         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
005580 3200-EXIT.
005590         EXIT.
005600
005610 3210-CHECK-DORMANT.
005620         IF UCS-LAST-SIGNON-DATE NOT = ZERO
005630             COMPUTE UCR-AGE-DAYS = UCR-RUN-DAY-NUM
005640                 - FUNCTION INTEGER-OF-DATE(UCS-LAST-SIGNON-DATE)
005650         ELSE
005660             IF UCS-PWD-CHANGED-DATE NOT = ZERO
005670                 COMPUTE UCR-AGE-DAYS = UCR-RUN-DAY-NUM
005680                     - FUNCTION INTEGER-OF-DATE
005690                         (UCS-PWD-CHANGED-DATE)
005700             ELSE
005710                 MOVE 9999999 TO UCR-AGE-DAYS
005720             END-IF
005730         END-IF.
005740         IF UCR-AGE-DAYS > UCR-DORMANT-DAYS
005750             MOVE "DORMANT" TO UCR-OPL-DORMANT
005760             ADD 1 TO UCR-DORMANT-COUNT
005770             SET UCR-OPERATOR-FLAGGED TO TRUE
005780         END-IF.
005790 3210-EXIT.
005800         EXIT.
005810
005820*****************************************************************
005830*    3300-PRINT-UNKNOWN-OWNER - OPEN TASKS ARE OWNED BY AN ID    *
005840*    THAT IS NOT ON USER-MASTER; THEY NEED REASSIGNING           *
005850*****************************************************************
005860 3300-PRINT-UNKNOWN-OWNER.
005870         ADD 1 TO UCR-UNKNOWN-COUNT.
005880         MOVE SPACES TO UCR-OPERATOR-LINE.
005890         MOVE UCR-GROUP-ID TO UCR-OPL-ID.
005900         MOVE "*** NOT ON USER-MASTER ***" TO UCR-OPL-NAME.
005910         MOVE UCR-GROUP-TASKS TO UCR-OPL-TASKS.
005920         MOVE UCR-OPERATOR-LINE TO UCR-PRINT-LINE.
005930         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
005940         SET UCR-GROUP-PRINTED TO TRUE.
005950 3300-EXIT.
005960         EXIT.
005970
005980*****************************************************************
005990*    4000-PRINT-OPERATOR-TOTALS                                 *
006000*****************************************************************
006010 4000-PRINT-OPERATOR-TOTALS.
006020         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
006030         MOVE "OPERATOR TOTALS" TO UCR-PRINT-LINE.
006040         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
006050         MOVE "  OPERATORS LISTED" TO UCR-TOT-LABEL.
006060         MOVE UCR-OPERATOR-COUNT TO UCR-TOT-COUNT.
006070         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006080         MOVE "  ACTIVE" TO UCR-TOT-LABEL.
006090         MOVE UCR-ACTIVE-COUNT TO UCR-TOT-COUNT.
006100         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006110         MOVE "  INACTIVE" TO UCR-TOT-LABEL.
006120         MOVE UCR-INACTIVE-COUNT TO UCR-TOT-COUNT.
006130         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006140         MOVE "  SUPERVISORS" TO UCR-TOT-LABEL.
006150         MOVE UCR-SUPERVISOR-COUNT TO UCR-TOT-COUNT.
006160         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006170         MOVE "  DORMANT" TO UCR-TOT-LABEL.
006180         MOVE UCR-DORMANT-COUNT TO UCR-TOT-COUNT.
006190         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006200         MOVE "  PASSWORD EXPIRED" TO UCR-TOT-LABEL.
006210         MOVE UCR-EXPIRED-COUNT TO UCR-TOT-COUNT.
006220         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006230         MOVE "  LOCKED OUT" TO UCR-TOT-LABEL.
006240         MOVE UCR-LOCKED-COUNT TO UCR-TOT-COUNT.
006250         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006260         MOVE "  ACTIVE WITH NO OPEN TASKS" TO UCR-TOT-LABEL.
006270         MOVE UCR-NO-TASKS-COUNT TO UCR-TOT-COUNT.
006280         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006290         MOVE "  OPERATORS FLAGGED" TO UCR-TOT-LABEL.
006300         MOVE UCR-FLAGGED-COUNT TO UCR-TOT-COUNT.
006310         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006320         MOVE "  TASK OWNERS NOT ON USER-MASTER" TO UCR-TOT-LABEL.
006330         MOVE UCR-UNKNOWN-COUNT TO UCR-TOT-COUNT.
006340         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006350 4000-EXIT.
006360         EXIT.
006370
006380 4100-PRINT-TOTAL.
006390         MOVE UCR-TOTAL-LINE TO UCR-PRINT-LINE.
006400         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
006410 4100-EXIT.
006420         EXIT.
006430
006440*****************************************************************
006450*    5000-LIST-ACCESS-EVENTS - EVERY SUPERVISOR-FLAG CHANGE,     *
006460*    LOCKOUT AND UNLOCK ON USER-AUDIT DATED IN THE QUARTER, IN   *
006470*    THE ORDER THEY WERE WRITTEN                                 *
006480*****************************************************************
006490 5000-LIST-ACCESS-EVENTS.
006500         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
006510         MOVE "ACCESS EVENTS IN THE QUARTER" TO UCR-PRINT-LINE.
006520         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
006530         MOVE UCR-EVENT-HEADING TO UCR-PRINT-LINE.
006540         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
006550         OPEN INPUT USER-AUDIT.
006560         IF UCR-USERAUD-NOTFOUND
006570             MOVE "USER-AUDIT not found." TO UCR-PRINT-LINE
006580             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
006590             GO TO 5000-EXIT
006600         END-IF.
006610         IF NOT UCR-USERAUD-OK
006620             DISPLAY "Unable to open USER-AUDIT, status "
006630                 UCR-USERAUD-STATUS
006640             GO TO 5000-EXIT
006650         END-IF.
006660         PERFORM 5100-CHECK-ONE-EVENT THRU 5100-EXIT
006670             UNTIL UCR-USERAUD-EOF.
006680         CLOSE USER-AUDIT.
006690         IF UCR-EVENT-COUNT = ZERO
006700             MOVE "No access events in the quarter."
006710                 TO UCR-PRINT-LINE
006720             PERFORM 9100-PRINT-LINE THRU 9100-EXIT
006730         END-IF.
006740         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
006750         MOVE "  SUPERVISOR FLAG GRANTED" TO UCR-TOT-LABEL.
006760         MOVE UCR-GRANT-COUNT TO UCR-TOT-COUNT.
006770         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006780         MOVE "  SUPERVISOR FLAG REMOVED" TO UCR-TOT-LABEL.
006790         MOVE UCR-REMOVE-COUNT TO UCR-TOT-COUNT.
006800         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006810         MOVE "  LOCKOUTS" TO UCR-TOT-LABEL.
006820         MOVE UCR-LOCKOUT-COUNT TO UCR-TOT-COUNT.
006830         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006840         MOVE "  UNLOCKS" TO UCR-TOT-LABEL.
006850         MOVE UCR-UNLOCK-COUNT TO UCR-TOT-COUNT.
006860         PERFORM 4100-PRINT-TOTAL THRU 4100-EXIT.
006870 5000-EXIT.
006880         EXIT.
006890
006900*****************************************************************
006910*    5100-CHECK-ONE-EVENT - A SUPERVISOR-FLAG RECORD IS A GRANT  *
006920*    WHEN THE NEW VALUE IS "Y" AND A REMOVAL OTHERWISE.  THE     *
006930*    ACTING ID OF AN AUTOMATIC LOCKOUT IS THE PROGRAM THAT       *
006940*    APPLIED IT.                                                 *
006950*****************************************************************
006960 5100-CHECK-ONE-EVENT.
006970         READ USER-AUDIT
006980             AT END
006990                 SET UCR-USERAUD-EOF TO TRUE
007000                 GO TO 5100-EXIT
007010         END-READ.
007020         ADD 1 TO UCR-AUDIT-COUNT.
007030         IF UA-AUDIT-DATE < UCR-FROM-DATE
007040             OR UA-AUDIT-DATE > UCR-TO-DATE
007050             GO TO 5100-EXIT
007060         END-IF.
007070         MOVE SPACES TO UCR-EVENT-LINE.
007080         EVALUATE TRUE
007090             WHEN UA-ACTION-SUPERVISOR
007100                 IF UA-NEW-VALUE(1:1) = "Y"
007110                     MOVE "SUPERVISOR GRANTED" TO UCR-EVL-EVENT
007120                     ADD 1 TO UCR-GRANT-COUNT
007130                 ELSE
007140                     MOVE "SUPERVISOR REMOVED" TO UCR-EVL-EVENT
007150                     ADD 1 TO UCR-REMOVE-COUNT
007160                 END-IF
007170             WHEN UA-ACTION-LOCKOUT
007180                 MOVE "LOCKED OUT" TO UCR-EVL-EVENT
007190                 ADD 1 TO UCR-LOCKOUT-COUNT
007200             WHEN UA-ACTION-UNLOCK
007210                 MOVE "UNLOCKED" TO UCR-EVL-EVENT
007220                 ADD 1 TO UCR-UNLOCK-COUNT
007230             WHEN OTHER
007240                 GO TO 5100-EXIT
007250         END-EVALUATE.
007260         ADD 1 TO UCR-EVENT-COUNT.
007270         MOVE UA-AUDIT-DATE TO UCR-EVL-DATE.
007280         MOVE UA-AUDIT-TIME TO UCR-EVL-TIME.
007290         MOVE UA-TARGET-ID TO UCR-EVL-TARGET.
007300         MOVE UA-ACTING-ID TO UCR-EVL-ACTING.
007310         IF UA-ACTION-SUPERVISOR
007320             STRING "FLAG " DELIMITED BY SIZE
007330                 UA-OLD-VALUE(1:1) DELIMITED BY SIZE
007340                 " TO " DELIMITED BY SIZE
007350                 UA-NEW-VALUE(1:1) DELIMITED BY SIZE
007360                 INTO UCR-EVL-DETAIL
007370             END-STRING
007380         ELSE
007390             MOVE UA-NEW-VALUE TO UCR-EVL-DETAIL
007400         END-IF.
007410         MOVE UCR-EVENT-LINE TO UCR-PRINT-LINE.
007420         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
007430 5100-EXIT.
007440         EXIT.
007450
007460*****************************************************************
007470*    6000-PRINT-SIGN-OFF - THE REVIEWING MANAGER'S ATTESTATION,  *
007480*    ALWAYS STARTED ON A NEW PAGE SO IT IS NEVER SPLIT           *
007490*****************************************************************
007500 6000-PRINT-SIGN-OFF.
007510         MOVE 999 TO UCR-PRINT-LINE-COUNT.
007520         MOVE "RECERTIFICATION SIGN-OFF" TO UCR-PRINT-LINE.
007530         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
007540         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
007550         MOVE "I have reviewed every operator and access event "
007560             TO UCR-PRINT-LINE.
007570         MOVE "listed in this report for the quarter shown."
007580             TO UCR-PRINT-LINE(49:).
007590         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
007600         MOVE "Each account flagged is either confirmed as still "
007610             TO UCR-PRINT-LINE.
007620         MOVE "required or has been referred for change through "
007630             TO UCR-PRINT-LINE(51:).
007640         MOVE "USERMNT." TO UCR-PRINT-LINE(100:).
007650         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
007660         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
007670         MOVE "REVIEWING MANAGER" TO UCR-SGN-LABEL.
007680         PERFORM 6100-PRINT-SIGN-LINE THRU 6100-EXIT.
007690         MOVE "SIGNATURE" TO UCR-SGN-LABEL.
007700         PERFORM 6100-PRINT-SIGN-LINE THRU 6100-EXIT.
007710         MOVE "DATE REVIEWED" TO UCR-SGN-LABEL.
007720         PERFORM 6100-PRINT-SIGN-LINE THRU 6100-EXIT.
007730         MOVE "ACCOUNTS TO BE CHANGED" TO UCR-SGN-LABEL.
007740         PERFORM 6100-PRINT-SIGN-LINE THRU 6100-EXIT.
007750         MOVE SPACES TO UCR-SGN-LABEL.
007760         PERFORM 6100-PRINT-SIGN-LINE THRU 6100-EXIT.
007770 6000-EXIT.
007780         EXIT.
007790
007800 6100-PRINT-SIGN-LINE.
007810         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
007820         MOVE UCR-SIGN-LINE TO UCR-PRINT-LINE.
007830         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
007840 6100-EXIT.
007850         EXIT.
007860
007870*****************************************************************
007880*    9000-OPEN-PRINT-FILE - EACH RUN'S REPORT REPLACES THE       *
007890*    PREVIOUS ONE; THE SIGNED COPY IS FILED BEFORE THE NEXT RUN  *
007900*****************************************************************
007910 9000-OPEN-PRINT-FILE.
007920         OPEN OUTPUT REPORT-PRINT.
007930         IF UCR-PRINT-OK
007940             SET UCR-PRINT-FILE-OPEN TO TRUE
007950             MOVE 999 TO UCR-PRINT-LINE-COUNT
007960             MOVE ZERO TO UCR-PRINT-PAGE-COUNT
007970         ELSE
007980             DISPLAY "Unable to open REPORT-PRINT, status "
007990                 UCR-PRINT-STATUS
008000         END-IF.
008010 9000-EXIT.
008020         EXIT.
008030
008040*****************************************************************
008050*    9100-PRINT-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW  *
008060*    PAGE WITH REPEATED HEADINGS EVERY UCR-PRINT-PAGE-LIMIT      *
008070*    LINES                                                       *
008080*****************************************************************
008090 9100-PRINT-LINE.
008100         IF NOT UCR-PRINT-FILE-OPEN
008110             GO TO 9100-EXIT
008120         END-IF.
008130         IF UCR-PRINT-LINE-COUNT NOT < UCR-PRINT-PAGE-LIMIT
008140             PERFORM 9200-PRINT-HEADINGS THRU 9200-EXIT
008150         END-IF.
008160         MOVE UCR-PRINT-LINE TO REPORT-PRINT-RECORD.
008170         WRITE REPORT-PRINT-RECORD.
008180         ADD 1 TO UCR-PRINT-LINE-COUNT.
008190         MOVE SPACES TO UCR-PRINT-LINE.
008200 9100-EXIT.
008210         EXIT.
008220
008230 9200-PRINT-HEADINGS.
008240         ADD 1 TO UCR-PRINT-PAGE-COUNT.
008250         MOVE UCR-CURRENT-DATE TO UCR-HDG-DATE.
008260         MOVE UCR-CURRENT-TIME TO UCR-HDG-TIME.
008270         MOVE UCR-PRINT-PAGE-COUNT TO UCR-HDG-PAGE.
008280         MOVE UCR-QUARTER-YEAR TO UCR-HDG-YEAR.
008290         MOVE UCR-QUARTER-NUMBER TO UCR-HDG-QUARTER.
008300         MOVE UCR-FROM-DATE TO UCR-HDG-FROM.
008310         MOVE UCR-TO-DATE TO UCR-HDG-TO.
008320         MOVE UCR-DORMANT-DAYS TO UCR-HDG-DORMANT.
008330         MOVE UCR-PWD-EXPIRY-DAYS TO UCR-HDG-EXPIRY.
008340         MOVE UCR-HEADING-1 TO REPORT-PRINT-RECORD.
008350         WRITE REPORT-PRINT-RECORD.
008360         MOVE SPACES TO REPORT-PRINT-RECORD.
008370         WRITE REPORT-PRINT-RECORD.
008380         MOVE UCR-HEADING-2 TO REPORT-PRINT-RECORD.
008390         WRITE REPORT-PRINT-RECORD.
008400         MOVE SPACES TO REPORT-PRINT-RECORD.
008410         WRITE REPORT-PRINT-RECORD.
008420         MOVE 4 TO UCR-PRINT-LINE-COUNT.
008430 9200-EXIT.
008440         EXIT.
008450
008460 9300-CLOSE-PRINT-FILE.
008470         IF NOT UCR-PRINT-FILE-OPEN
008480             GO TO 9300-EXIT
008490         END-IF.
008500         MOVE SPACES TO UCR-PRINT-LINE.
008510         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
008520         MOVE UCR-OPERATOR-COUNT TO UCR-END-OPERATORS.
008530         MOVE UCR-FLAGGED-COUNT TO UCR-END-FLAGGED.
008540         MOVE UCR-EVENT-COUNT TO UCR-END-EVENTS.
008550         MOVE UCR-END-LINE TO UCR-PRINT-LINE.
008560         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
008570         CLOSE REPORT-PRINT.
008580 9300-EXIT.
008590         EXIT.
008600
008610 END PROGRAM USRCERT.
