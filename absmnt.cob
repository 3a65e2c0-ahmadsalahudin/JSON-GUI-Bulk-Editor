000010*****************************************************************
000020*PROGRAM-ID.  ABSMNT                                        *
000030*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000040*    INSTALLATION. SHIFT OPERATIONS                             *
000050*    DATE-WRITTEN. 2026-10-15                                   *
000060*    DATE-COMPILED.                                              *
000070*                                                                *
000080*    SUPERVISOR-ONLY MAINTENANCE FOR THE OPERATOR ABSENCE FILE. *
000090*    RECORDS A PERIOD OF LEAVE FOR ONE OPERATOR WITH A NAMED    *
000100*    COVER, REMOVES ONE ENTERED IN ERROR OR CANCELLED, AND      *
000110*    LISTS THE FILE.  BOTH THE ABSENT OPERATOR AND THE COVER    *
000120*    MUST BE ACTIVE USER-MASTER ROWS.  AN OPERATOR'S PERIODS    *
000130*    MAY NOT OVERLAP, THE COVER MAY NOT BE AWAY DURING THE      *
000140*    PERIOD, AND AN OPERATOR MAY NOT GO ON LEAVE WHILE NAMED AS *
000150*    SOMEONE ELSE'S COVER, SO TASKGEN AND TASKESC ONLY EVER     *
000160*    FOLLOW A COVER ONE STEP.  SIGN-ON IS THE USERMNT SIGN-ON - *
000170*    FAILURES COUNT TOWARD THE AUTOMATIC LOCKOUT AND ARE        *
000180*    WRITTEN TO USER-AUDIT.                                     *
000190*-----------------------------------------------------------------
000200*    MODIFICATION HISTORY                                       *
000210*    2026-10-15  DPO  ORIGINAL PROGRAM.                         *
000220*    2026-10-15  DPO  A SUCCESSFUL SIGN-ON NOW STAMPS           *
000230*                     US-LAST-SIGNON-DATE ON USER-MASTER.       *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ABSMNT.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310         SELECT OPERATOR-ABSENCE ASSIGN TO "OPRABS"
000320             ORGANIZATION IS INDEXED
000330             ACCESS MODE IS DYNAMIC
000340             RECORD KEY IS AB-ABSENCE-KEY
000350             FILE STATUS IS ABM-OPRABS-STATUS.
000360         SELECT USER-MASTER ASSIGN TO "USERMSTR"
000370             ORGANIZATION IS INDEXED
000380             ACCESS MODE IS RANDOM
000390             RECORD KEY IS US-OPERATOR-ID
000400             FILE STATUS IS ABM-USERMSTR-STATUS.
000410         SELECT USER-AUDIT ASSIGN TO "USERAUD"
000420             ORGANIZATION IS LINE SEQUENTIAL
000430             FILE STATUS IS ABM-USERAUD-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  OPERATOR-ABSENCE.
000480 01  OPERATOR-ABSENCE-RECORD.
000490         COPY OPRABS.
000500
000510 FD  USER-MASTER.
000520 01  USER-MASTER-RECORD.
000530         COPY USERMSTR.
000540
000550 FD  USER-AUDIT.
000560 01  USER-AUDIT-RECORD.
000570         COPY USERAUD.
000580
000590 WORKING-STORAGE SECTION.
000600*    ---------------------------------------------------------
000610*    FILE STATUS SWITCHES
000620*    ---------------------------------------------------------
000630 01  ABM-FILE-STATUSES.
000640         05  ABM-OPRABS-STATUS       PIC X(02) VALUE "00".
000650             88  ABM-OPRABS-OK       VALUE "00".
000660             88  ABM-OPRABS-EOF      VALUE "10".
000670             88  ABM-OPRABS-NOTFOUND
000680                 VALUES "23" "35" "05".
000690         05  ABM-USERMSTR-STATUS     PIC X(02) VALUE "00".
000700             88  ABM-USERMSTR-OK     VALUE "00".
000710             88  ABM-USERMSTR-NOTFOUND
000720                 VALUES "23" "35" "05".
000730         05  ABM-USERAUD-STATUS      PIC X(02) VALUE "00".
000740             88  ABM-USERAUD-OK      VALUE "00".
000750             88  ABM-USERAUD-NOTFOUND
000760                 VALUE "35".
000770*    ---------------------------------------------------------
000780*    SIGN-ON / ACTING SUPERVISOR CONTEXT
000790*    ---------------------------------------------------------
000800 01  ABM-SIGNON-SWITCHES.
000810         05  ABM-SIGNON-FLAG         PIC X(01) VALUE "N".
000820             88  ABM-SIGNON-OK       VALUE "Y".
000830 01  ABM-ACTING-ID               PIC X(08).
000840 01  ABM-ACTING-PASSWORD         PIC X(08).
000850 01  ABM-SIGNON-TRIES            PIC 9(01) VALUE ZERO.
000860 01  ABM-LOCKOUT-LIMIT           PIC 9(02) VALUE 3.
000870 01  ABM-PROGRAM-ID              PIC X(08) VALUE "ABSMNT".
000880*    ---------------------------------------------------------
000890*    PASSWORD HASH WORK AREAS - THE USERMNT HASH, SO THE SAME
000900*    STORED US-PASSWORD VALUE SIGNS ON HERE.
000910*    ---------------------------------------------------------
000920 01  ABM-PWD-WORK                PIC X(08).
000930 01  ABM-PWD-HASH                PIC 9(10) VALUE ZERO.
000940 01  ABM-PWD-HASH-NUM            PIC 9(08) VALUE ZERO.
000950 01  ABM-PWD-HASH-TEXT           PIC X(08).
000960 01  ABM-PWD-CHAR-IDX            PIC 9(02) VALUE ZERO.
000970*    ---------------------------------------------------------
000980*    THE ABSENCE BEING ENTERED, HELD HERE WHILE THE FILE IS
000990*    SCANNED FOR CLASHES
001000*    ---------------------------------------------------------
001010 01  ABM-NEW-OPERATOR            PIC X(08).
001020 01  ABM-NEW-START               PIC 9(08) VALUE ZERO.
001030 01  ABM-NEW-END                 PIC 9(08) VALUE ZERO.
001040 01  ABM-NEW-COVER               PIC X(08).
001050 01  ABM-NEW-REASON              PIC X(30).
001060 01  ABM-SCAN-ID                 PIC X(08).
001070 01  ABM-CLASH-FLAG              PIC X(01) VALUE "N".
001080         88  ABM-CLASH-FOUND         VALUE "Y".
001090 01  ABM-CLASH-KEY.
001100         05  ABM-CLASH-OPERATOR      PIC X(08).
001110         05  ABM-CLASH-START         PIC 9(08).
001120 01  ABM-CLASH-END               PIC 9(08) VALUE ZERO.
001130*    ---------------------------------------------------------
001140*    MISCELLANEOUS WORKING FIELDS
001150*    ---------------------------------------------------------
001160 01  ABM-USER-INPUT              PIC X(50).
001170 01  ABM-QUIT-SWITCH             PIC X(01) VALUE "N".
001180         88  ABM-QUIT                VALUE "Y".
001190 01  ABM-ID-INPUT                PIC X(08).
001200 01  ABM-ACTIVE-FLAG             PIC X(01) VALUE "N".
001210         88  ABM-OPERATOR-ACTIVE     VALUE "Y".
001220 01  ABM-DATE-INPUT              PIC X(10).
001230 01  ABM-WORK-DATE               PIC 9(08) VALUE ZERO.
001240 01  ABM-WORK-DATE-X REDEFINES ABM-WORK-DATE.
001250         05  ABM-WORK-CCYY           PIC 9(04).
001260         05  ABM-WORK-MM             PIC 9(02).
001270         05  ABM-WORK-DD             PIC 9(02).
001280 01  ABM-DATE-VALID-FLAG         PIC X(01) VALUE "N".
001290         88  ABM-DATE-VALID          VALUE "Y".
001300 01  ABM-LIST-COUNT              PIC 9(04) VALUE ZERO.
001310 01  ABM-LIST-MARK               PIC X(10).
001320 01  ABM-CURRENT-DATE-TIME.
001330         05  ABM-CURRENT-DATE        PIC 9(08).
001340         05  ABM-CURRENT-TIME        PIC 9(06).
001350         05  FILLER                  PIC X(09).
001360
001370 PROCEDURE DIVISION.
001380*****************************************************************
001390*    0000-MAINLINE                                              *
001400*****************************************************************
001410 0000-MAINLINE.
001420         MOVE FUNCTION CURRENT-DATE TO ABM-CURRENT-DATE-TIME.
001430         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440         IF ABM-SIGNON-OK
001450             PERFORM 1200-OPEN-ABSENCES THRU 1200-EXIT
001460         END-IF.
001470         IF ABM-SIGNON-OK AND NOT ABM-QUIT
001480             PERFORM 2000-DISPLAY-MENU THRU 2000-EXIT
001490             PERFORM 2100-MENU-LOOP THRU 2100-EXIT
001500                 UNTIL ABM-QUIT
001510             CLOSE OPERATOR-ABSENCE
001520         END-IF.
001530         IF ABM-SIGNON-OK
001540             CLOSE USER-MASTER
001550         END-IF.
001560         DISPLAY "Exiting program...".
001570         STOP RUN.
001580
001590*****************************************************************
001600*    1000-INITIALIZE - OPEN USER-MASTER AND SIGN ON THE ACTING   *
001610*    SUPERVISOR.  USER-MASTER IS HELD OPEN FOR THE OPERATOR AND  *
001620*    COVER VALIDATION.                                           *
001630*****************************************************************
001640 1000-INITIALIZE.
001650         OPEN I-O USER-MASTER.
001660         IF NOT ABM-USERMSTR-OK
001670             DISPLAY "Unable to open USER-MASTER, status "
001680                 ABM-USERMSTR-STATUS
001690             GO TO 1000-EXIT
001700         END-IF.
001710         PERFORM 1100-SIGN-ON-ATTEMPT THRU 1100-EXIT
001720             UNTIL ABM-SIGNON-OK OR ABM-SIGNON-TRIES = 3.
001730         IF NOT ABM-SIGNON-OK
001740             DISPLAY "Too many failed sign-on attempts."
001750             CLOSE USER-MASTER
001760         END-IF.
001770 1000-EXIT.
001780         EXIT.
001790
001800 1100-SIGN-ON-ATTEMPT.
001810         ADD 1 TO ABM-SIGNON-TRIES.
001820         DISPLAY "Supervisor ID:".
001830         ACCEPT ABM-ACTING-ID.
001840         DISPLAY "Password:".
001850         ACCEPT ABM-ACTING-PASSWORD.
001860         MOVE ABM-ACTING-ID TO US-OPERATOR-ID.
001870         READ USER-MASTER
001880             INVALID KEY
001890                 DISPLAY "Unknown operator ID."
001900                 MOVE SPACES TO UA-OLD-VALUE
001910                 MOVE "SIGN-ON FAILED - UNKNOWN ID"
001920                     TO UA-NEW-VALUE
001930                 SET UA-ACTION-SIGNON-FAIL TO TRUE
001940                 PERFORM 1180-WRITE-SIGNON-AUDIT THRU 1180-EXIT
001950         END-READ.
001960         IF NOT ABM-USERMSTR-OK
001970             GO TO 1100-EXIT
001980         END-IF.
001990         MOVE ABM-ACTING-PASSWORD TO ABM-PWD-WORK.
002000         PERFORM 8100-HASH-PASSWORD THRU 8100-EXIT.
002010         EVALUATE TRUE
002020             WHEN US-IS-LOCKED-OUT
002030                 DISPLAY "Operator is locked out."
002040                 MOVE SPACES TO UA-OLD-VALUE
002050                 MOVE "ATTEMPT ON LOCKED-OUT ID"
002060                     TO UA-NEW-VALUE
002070                 SET UA-ACTION-SIGNON-FAIL TO TRUE
002080                 PERFORM 1180-WRITE-SIGNON-AUDIT THRU 1180-EXIT
002090             WHEN US-PASSWORD NOT = ABM-PWD-HASH-TEXT
002100                 DISPLAY "Incorrect password."
002110                 PERFORM 1170-RECORD-FAILED-ATTEMPT
002120                     THRU 1170-EXIT
002130             WHEN US-IS-INACTIVE
002140                 DISPLAY "Operator is deactivated."
002150             WHEN NOT US-IS-SUPERVISOR
002160                 DISPLAY "Supervisor authority is required."
002170             WHEN OTHER
002180                 SET ABM-SIGNON-OK TO TRUE
002190                 MOVE FUNCTION CURRENT-DATE
002200                     TO ABM-CURRENT-DATE-TIME
002210                 MOVE ABM-CURRENT-DATE TO US-LAST-SIGNON-DATE
002220                 MOVE ZERO TO US-FAIL-COUNT
002230                 REWRITE USER-MASTER-RECORD
002240                     INVALID KEY
002250                         CONTINUE
002260                 END-REWRITE
002270         END-EVALUATE.
002280 1100-EXIT.
002290         EXIT.
002300
002310*****************************************************************
002320*    1170-RECORD-FAILED-ATTEMPT - COUNT THE FAILURE, LOCK THE    *
002330*    OPERATOR OUT AT THE LIMIT, AND AUDIT BOTH - THE SAME        *
002340*    HANDLING THE TODOLIST AND USERMNT SIGN-ONS APPLY            *
002350*****************************************************************
002360 1170-RECORD-FAILED-ATTEMPT.
002370         ADD 1 TO US-FAIL-COUNT.
002380         IF US-FAIL-COUNT NOT < ABM-LOCKOUT-LIMIT
002390             MOVE "L" TO US-LOCKOUT-FLAG
002400         END-IF.
002410         REWRITE USER-MASTER-RECORD
002420             INVALID KEY
002430                 DISPLAY "Unable to rewrite operator "
002440                     US-OPERATOR-ID
002450         END-REWRITE.
002460         MOVE SPACES TO UA-OLD-VALUE.
002470         MOVE "SIGN-ON FAILED - BAD PASSWORD" TO UA-NEW-VALUE.
002480         SET UA-ACTION-SIGNON-FAIL TO TRUE.
002490         PERFORM 1180-WRITE-SIGNON-AUDIT THRU 1180-EXIT.
002500         IF US-IS-LOCKED-OUT
002510             DISPLAY "Operator " ABM-ACTING-ID
002520                 " is now locked out."
002530             MOVE SPACES TO UA-OLD-VALUE
002540             MOVE "LOCKED OUT AFTER REPEATED FAILURES"
002550                 TO UA-NEW-VALUE
002560             SET UA-ACTION-LOCKOUT TO TRUE
002570             PERFORM 1180-WRITE-SIGNON-AUDIT THRU 1180-EXIT
002580         END-IF.
002590 1170-EXIT.
002600         EXIT.
002610
002620*****************************************************************
002630*    1180-WRITE-SIGNON-AUDIT - THE CALLER SETS THE ACTION CODE   *
002640*    AND OLD/NEW VALUES; THE ATTEMPTED OPERATOR ID IS THE        *
002650*    TARGET AND THE PROGRAM IS THE ACTOR.                        *
002660*****************************************************************
002670 1180-WRITE-SIGNON-AUDIT.
002680         MOVE FUNCTION CURRENT-DATE TO ABM-CURRENT-DATE-TIME.
002690         OPEN EXTEND USER-AUDIT.
002700         IF ABM-USERAUD-NOTFOUND
002710             OPEN OUTPUT USER-AUDIT
002720         END-IF.
002730         IF NOT ABM-USERAUD-OK
002740             DISPLAY "Unable to open USER-AUDIT, status "
002750                 ABM-USERAUD-STATUS
002760             GO TO 1180-EXIT
002770         END-IF.
002780         MOVE ABM-ACTING-ID TO UA-TARGET-ID.
002790         MOVE ABM-CURRENT-DATE TO UA-AUDIT-DATE.
002800         MOVE ABM-CURRENT-TIME TO UA-AUDIT-TIME.
002810         MOVE ABM-PROGRAM-ID TO UA-ACTING-ID.
002820         WRITE USER-AUDIT-RECORD.
002830         CLOSE USER-AUDIT.
002840 1180-EXIT.
002850         EXIT.
002860
002870*****************************************************************
002880*    1200-OPEN-ABSENCES - HOLD THE FILE OPEN I-O, CREATING IT    *
002890*    EMPTY ON FIRST USE                                          *
002900*****************************************************************
002910 1200-OPEN-ABSENCES.
002920         OPEN I-O OPERATOR-ABSENCE.
002930         IF ABM-OPRABS-NOTFOUND
002940             OPEN OUTPUT OPERATOR-ABSENCE
002950             CLOSE OPERATOR-ABSENCE
002960             OPEN I-O OPERATOR-ABSENCE
002970         END-IF.
002980         IF NOT ABM-OPRABS-OK
002990             DISPLAY "Unable to open OPERATOR-ABSENCE, status "
003000                 ABM-OPRABS-STATUS
003010             SET ABM-QUIT TO TRUE
003020         END-IF.
003030 1200-EXIT.
003040         EXIT.
003050
003060*****************************************************************
003070*    2000-DISPLAY-MENU                                          *
003080*****************************************************************
003090 2000-DISPLAY-MENU.
003100         DISPLAY "Operator Absence Maintenance Menu:".
003110         DISPLAY "1. Add Absence".
003120         DISPLAY "2. Remove Absence".
003130         DISPLAY "3. List Absences".
003140         DISPLAY "Q. Quit".
003150 2000-EXIT.
003160         EXIT.
003170
003180*****************************************************************
003190*    2100-MENU-LOOP                                             *
003200*****************************************************************
003210 2100-MENU-LOOP.
003220         DISPLAY "Select an option:".
003230         ACCEPT ABM-USER-INPUT.
003240         EVALUATE ABM-USER-INPUT
003250             WHEN "1"
003260                 PERFORM 3000-ADD-ABSENCE THRU 3000-EXIT
003270             WHEN "2"
003280                 PERFORM 4000-REMOVE-ABSENCE THRU 4000-EXIT
003290             WHEN "3"
003300                 PERFORM 5000-LIST-ABSENCES THRU 5000-EXIT
003310             WHEN "Q"
003320                 SET ABM-QUIT TO TRUE
003330             WHEN "q"
003340                 SET ABM-QUIT TO TRUE
003350             WHEN OTHER
003360                 DISPLAY "Invalid option!"
003370         END-EVALUATE.
003380 2100-EXIT.
003390         EXIT.
003400
003410*****************************************************************
003420*    3000-ADD-ABSENCE - OPERATOR, PERIOD AND COVER ARE ALL       *
003430*    CHECKED BEFORE ANYTHING IS WRITTEN                          *
003440*****************************************************************
003450 3000-ADD-ABSENCE.
003460         DISPLAY "Operator ID going on leave:".
003470         ACCEPT ABM-ID-INPUT.
003480         PERFORM 3100-CHECK-ACTIVE-OPERATOR THRU 3100-EXIT.
003490         IF NOT ABM-OPERATOR-ACTIVE
003500             GO TO 3000-EXIT
003510         END-IF.
003520         MOVE ABM-ID-INPUT TO ABM-NEW-OPERATOR.
003530         DISPLAY "First day away (CCYYMMDD):".
003540         ACCEPT ABM-DATE-INPUT.
003550         PERFORM 3200-VALIDATE-DATE THRU 3200-EXIT.
003560         IF NOT ABM-DATE-VALID
003570             GO TO 3000-EXIT
003580         END-IF.
003590         MOVE ABM-WORK-DATE TO ABM-NEW-START.
003600         DISPLAY "Last day away (CCYYMMDD):".
003610         ACCEPT ABM-DATE-INPUT.
003620         PERFORM 3200-VALIDATE-DATE THRU 3200-EXIT.
003630         IF NOT ABM-DATE-VALID
003640             GO TO 3000-EXIT
003650         END-IF.
003660         MOVE ABM-WORK-DATE TO ABM-NEW-END.
003670         IF ABM-NEW-END < ABM-NEW-START
003680             DISPLAY "Last day is before the first day."
003690             GO TO 3000-EXIT
003700         END-IF.
003710         IF ABM-NEW-END < ABM-CURRENT-DATE
003720             DISPLAY "That absence has already ended."
003730             GO TO 3000-EXIT
003740         END-IF.
003750         DISPLAY "Cover operator ID:".
003760         ACCEPT ABM-ID-INPUT.
003770         IF ABM-ID-INPUT = ABM-NEW-OPERATOR
003780             DISPLAY "An operator cannot cover for themselves."
003790             GO TO 3000-EXIT
003800         END-IF.
003810         PERFORM 3100-CHECK-ACTIVE-OPERATOR THRU 3100-EXIT.
003820         IF NOT ABM-OPERATOR-ACTIVE
003830             GO TO 3000-EXIT
003840         END-IF.
003850         MOVE ABM-ID-INPUT TO ABM-NEW-COVER.
003860         PERFORM 3300-CHECK-CLASHES THRU 3300-EXIT.
003870         IF ABM-CLASH-FOUND
003880             GO TO 3000-EXIT
003890         END-IF.
003900         DISPLAY "Reason (e.g. ANNUAL LEAVE):".
003910         ACCEPT ABM-NEW-REASON.
003920         IF ABM-NEW-REASON = SPACES
003930             MOVE "LEAVE" TO ABM-NEW-REASON
003940         END-IF.
003950         MOVE ABM-NEW-OPERATOR TO AB-OPERATOR-ID.
003960         MOVE ABM-NEW-START TO AB-START-DATE.
003970         MOVE ABM-NEW-END TO AB-END-DATE.
003980         MOVE ABM-NEW-COVER TO AB-COVER-ID.
003990         MOVE ABM-NEW-REASON TO AB-REASON.
004000         MOVE ABM-ACTING-ID TO AB-ENTERED-BY.
004010         MOVE ABM-CURRENT-DATE TO AB-ENTERED-DATE.
004020         WRITE OPERATOR-ABSENCE-RECORD
004030             INVALID KEY
004040                 DISPLAY "An absence for " ABM-NEW-OPERATOR
004050                     " from " ABM-NEW-START
004060                     " is already on file."
004070                 GO TO 3000-EXIT
004080         END-WRITE.
004090         DISPLAY "Absence for " ABM-NEW-OPERATOR " "
004100             ABM-NEW-START "-" ABM-NEW-END " added, cover "
004110             ABM-NEW-COVER ".".
004120 3000-EXIT.
004130         EXIT.
004140
004150*****************************************************************
004160*    3100-CHECK-ACTIVE-OPERATOR - ABM-ID-INPUT MUST BE AN ACTIVE *
004170*    USER-MASTER ROW                                             *
004180*****************************************************************
004190 3100-CHECK-ACTIVE-OPERATOR.
004200         MOVE "N" TO ABM-ACTIVE-FLAG.
004210         IF ABM-ID-INPUT = SPACES
004220             DISPLAY "Operator ID is required."
004230             GO TO 3100-EXIT
004240         END-IF.
004250         MOVE ABM-ID-INPUT TO US-OPERATOR-ID.
004260         READ USER-MASTER
004270             INVALID KEY
004280                 CONTINUE
004290         END-READ.
004300         IF NOT ABM-USERMSTR-OK
004310             DISPLAY "Operator " ABM-ID-INPUT
004320                 " is not on USER-MASTER."
004330             GO TO 3100-EXIT
004340         END-IF.
004350         IF NOT US-IS-ACTIVE
004360             DISPLAY "Operator " ABM-ID-INPUT " is deactivated."
004370             GO TO 3100-EXIT
004380         END-IF.
004390         SET ABM-OPERATOR-ACTIVE TO TRUE.
004400 3100-EXIT.
004410         EXIT.
004420
004430*****************************************************************
004440*    3200-VALIDATE-DATE - NUMERIC CCYYMMDD WITH A PLAUSIBLE      *
004450*    MONTH AND DAY                                               *
004460*****************************************************************
004470 3200-VALIDATE-DATE.
004480         MOVE "N" TO ABM-DATE-VALID-FLAG.
004490         IF ABM-DATE-INPUT(1:8) IS NOT NUMERIC
004500             DISPLAY "Date is not numeric CCYYMMDD."
004510             GO TO 3200-EXIT
004520         END-IF.
004530         MOVE ABM-DATE-INPUT(1:8) TO ABM-WORK-DATE.
004540         IF ABM-WORK-MM < 1 OR ABM-WORK-MM > 12
004550             OR ABM-WORK-DD < 1 OR ABM-WORK-DD > 31
004560             DISPLAY "Date " ABM-WORK-DATE " is not valid."
004570             GO TO 3200-EXIT
004580         END-IF.
004590         SET ABM-DATE-VALID TO TRUE.
004600 3200-EXIT.
004610         EXIT.
004620
004630*****************************************************************
004640*    3300-CHECK-CLASHES - REFUSE THE NEW PERIOD WHEN THE         *
004650*    OPERATOR IS ALREADY AWAY DURING IT, WHEN THE COVER IS AWAY  *
004660*    DURING IT, OR WHEN THE OPERATOR IS NAMED AS SOMEONE ELSE'S  *
004670*    COVER DURING IT.  TWO PERIODS CLASH WHEN EACH STARTS ON OR  *
004680*    BEFORE THE OTHER ENDS.                                      *
004690*****************************************************************
004700 3300-CHECK-CLASHES.
004710         MOVE "N" TO ABM-CLASH-FLAG.
004720         MOVE ABM-NEW-OPERATOR TO ABM-SCAN-ID.
004730         PERFORM 3400-SCAN-OPERATOR THRU 3400-EXIT.
004740         IF ABM-CLASH-FOUND
004750             DISPLAY "Operator " ABM-NEW-OPERATOR
004760                 " is already away " ABM-CLASH-START "-"
004770                 ABM-CLASH-END "."
004780             GO TO 3300-EXIT
004790         END-IF.
004800         MOVE ABM-NEW-COVER TO ABM-SCAN-ID.
004810         PERFORM 3400-SCAN-OPERATOR THRU 3400-EXIT.
004820         IF ABM-CLASH-FOUND
004830             DISPLAY "Cover " ABM-NEW-COVER " is away "
004840                 ABM-CLASH-START "-" ABM-CLASH-END "."
004850             GO TO 3300-EXIT
004860         END-IF.
004870         PERFORM 3500-SCAN-COVERS THRU 3500-EXIT.
004880         IF ABM-CLASH-FOUND
004890             DISPLAY "Operator " ABM-NEW-OPERATOR
004900                 " is covering for " ABM-CLASH-OPERATOR " "
004910                 ABM-CLASH-START "-" ABM-CLASH-END
004920                 " - name another cover for that absence first."
004930         END-IF.
004940 3300-EXIT.
004950         EXIT.
004960
004970*****************************************************************
004980*    3400-SCAN-OPERATOR - ABM-SCAN-ID'S OWN ABSENCES, WHICH SIT  *
004990*    TOGETHER ON THE KEY                                         *
005000*****************************************************************
005010 3400-SCAN-OPERATOR.
005020         MOVE ABM-SCAN-ID TO AB-OPERATOR-ID.
005030         MOVE ZERO TO AB-START-DATE.
005040         START OPERATOR-ABSENCE KEY NOT LESS THAN AB-ABSENCE-KEY
005050             INVALID KEY
005060                 GO TO 3400-EXIT
005070         END-START.
005080         PERFORM 3410-CHECK-ONE-PERIOD THRU 3410-EXIT
005090             UNTIL ABM-OPRABS-EOF OR ABM-CLASH-FOUND.
005100 3400-EXIT.
005110         EXIT.
005120
005130 3410-CHECK-ONE-PERIOD.
005140         READ OPERATOR-ABSENCE NEXT RECORD
005150             AT END
005160                 SET ABM-OPRABS-EOF TO TRUE
005170                 GO TO 3410-EXIT
005180         END-READ.
005190         IF AB-OPERATOR-ID NOT = ABM-SCAN-ID
005200             OR AB-START-DATE > ABM-NEW-END
005210             SET ABM-OPRABS-EOF TO TRUE
005220             GO TO 3410-EXIT
005230         END-IF.
005240         IF AB-END-DATE NOT < ABM-NEW-START
005250             PERFORM 3450-NOTE-CLASH THRU 3450-EXIT
005260         END-IF.
005270 3410-EXIT.
005280         EXIT.
005290
005300 3450-NOTE-CLASH.
005310         SET ABM-CLASH-FOUND TO TRUE.
005320         MOVE AB-OPERATOR-ID TO ABM-CLASH-OPERATOR.
005330         MOVE AB-START-DATE TO ABM-CLASH-START.
005340         MOVE AB-END-DATE TO ABM-CLASH-END.
005350 3450-EXIT.
005360         EXIT.
005370
005380*****************************************************************
005390*    3500-SCAN-COVERS - THE COVER IS NOT PART OF THE KEY, SO     *
005400*    THE WHOLE FILE IS READ                                      *
005410*****************************************************************
005420 3500-SCAN-COVERS.
005430         MOVE LOW-VALUES TO AB-ABSENCE-KEY.
005440         START OPERATOR-ABSENCE KEY NOT LESS THAN AB-ABSENCE-KEY
005450             INVALID KEY
005460                 GO TO 3500-EXIT
005470         END-START.
005480         PERFORM 3510-CHECK-ONE-COVER THRU 3510-EXIT
005490             UNTIL ABM-OPRABS-EOF OR ABM-CLASH-FOUND.
005500 3500-EXIT.
005510         EXIT.
005520
005530 3510-CHECK-ONE-COVER.
005540         READ OPERATOR-ABSENCE NEXT RECORD
005550             AT END
005560                 SET ABM-OPRABS-EOF TO TRUE
005570                 GO TO 3510-EXIT
005580         END-READ.
005590         IF AB-COVER-ID = ABM-NEW-OPERATOR
005600             AND AB-START-DATE NOT > ABM-NEW-END
005610             AND AB-END-DATE NOT < ABM-NEW-START
005620             PERFORM 3450-NOTE-CLASH THRU 3450-EXIT
005630         END-IF.
005640 3510-EXIT.
005650         EXIT.
005660
005670*****************************************************************
005680*    4000-REMOVE-ABSENCE - AN ABSENCE ENTERED IN ERROR OR        *
005690*    CANCELLED.  TASKS ALREADY GENERATED FOR THE COVER STAY      *
005700*    WITH THE COVER.                                             *
005710*****************************************************************
005720 4000-REMOVE-ABSENCE.
005730         DISPLAY "Operator ID:".
005740         ACCEPT ABM-ID-INPUT.
005750         DISPLAY "First day away (CCYYMMDD):".
005760         ACCEPT ABM-DATE-INPUT.
005770         PERFORM 3200-VALIDATE-DATE THRU 3200-EXIT.
005780         IF NOT ABM-DATE-VALID
005790             GO TO 4000-EXIT
005800         END-IF.
005810         MOVE ABM-ID-INPUT TO AB-OPERATOR-ID.
005820         MOVE ABM-WORK-DATE TO AB-START-DATE.
005830         READ OPERATOR-ABSENCE
005840             INVALID KEY
005850                 CONTINUE
005860         END-READ.
005870         IF NOT ABM-OPRABS-OK
005880             DISPLAY "No absence for " ABM-ID-INPUT
005890                 " starting " ABM-WORK-DATE "."
005900             GO TO 4000-EXIT
005910         END-IF.
005920         DISPLAY AB-OPERATOR-ID " " AB-START-DATE "-" AB-END-DATE
005930             " COVER=" AB-COVER-ID " " AB-REASON.
005940         DISPLAY "Remove this absence? (Y/N):".
005950         ACCEPT ABM-USER-INPUT.
005960         IF ABM-USER-INPUT NOT = "Y" AND ABM-USER-INPUT NOT = "y"
005970             DISPLAY "Absence not removed."
005980             GO TO 4000-EXIT
005990         END-IF.
006000         DELETE OPERATOR-ABSENCE RECORD
006010             INVALID KEY
006020                 DISPLAY "Unable to remove the absence, status "
006030                     ABM-OPRABS-STATUS
006040                 GO TO 4000-EXIT
006050         END-DELETE.
006060         DISPLAY "Absence removed.".
006070 4000-EXIT.
006080         EXIT.
006090
006100*****************************************************************
006110*    5000-LIST-ABSENCES - EVERY PERIOD ON FILE, THOSE COVERING   *
006120*    TODAY MARKED                                                *
006130*****************************************************************
006140 5000-LIST-ABSENCES.
006150         MOVE ZERO TO ABM-LIST-COUNT.
006160         MOVE LOW-VALUES TO AB-ABSENCE-KEY.
006170         START OPERATOR-ABSENCE KEY NOT LESS THAN AB-ABSENCE-KEY
006180             INVALID KEY
006190                 SET ABM-OPRABS-EOF TO TRUE
006200         END-START.
006210         DISPLAY "Operator Absences:".
006220         IF ABM-OPRABS-OK
006230             PERFORM 5100-LIST-ONE-ABSENCE THRU 5100-EXIT
006240                 UNTIL ABM-OPRABS-EOF
006250         END-IF.
006260         IF ABM-LIST-COUNT = ZERO
006270             DISPLAY "No absences on file."
006280         END-IF.
006290 5000-EXIT.
006300         EXIT.
006310
006320 5100-LIST-ONE-ABSENCE.
006330         READ OPERATOR-ABSENCE NEXT RECORD
006340             AT END
006350                 SET ABM-OPRABS-EOF TO TRUE
006360             NOT AT END
006370                 ADD 1 TO ABM-LIST-COUNT
006380                 MOVE SPACES TO ABM-LIST-MARK
006390                 IF AB-START-DATE NOT > ABM-CURRENT-DATE
006400                     AND AB-END-DATE NOT < ABM-CURRENT-DATE
006410                     MOVE "(AWAY NOW)" TO ABM-LIST-MARK
006420                 END-IF
006430                 DISPLAY AB-OPERATOR-ID " " AB-START-DATE "-"
006440                     AB-END-DATE " COVER=" AB-COVER-ID " "
006450                     AB-REASON " " ABM-LIST-MARK
006460         END-READ.
006470 5100-EXIT.
006480         EXIT.
006490
006500*****************************************************************
006510*    8100-HASH-PASSWORD - THE USERMNT PASSWORD HASH             *
006520*****************************************************************
006530 8100-HASH-PASSWORD.
006540         MOVE ZERO TO ABM-PWD-HASH.
006550         PERFORM 8110-HASH-ONE-CHAR THRU 8110-EXIT
006560             VARYING ABM-PWD-CHAR-IDX FROM 1 BY 1
006570             UNTIL ABM-PWD-CHAR-IDX > 8.
006580         MOVE ABM-PWD-HASH TO ABM-PWD-HASH-NUM.
006590         MOVE ABM-PWD-HASH-NUM TO ABM-PWD-HASH-TEXT.
006600 8100-EXIT.
006610         EXIT.
006620
006630 8110-HASH-ONE-CHAR.
006640         COMPUTE ABM-PWD-HASH = FUNCTION REM(
006650             ABM-PWD-HASH * 31
006660             + FUNCTION ORD(ABM-PWD-WORK(ABM-PWD-CHAR-IDX:1))
006670             * ABM-PWD-CHAR-IDX, 99999989).
006680 8110-EXIT.
006690         EXIT.
006700
006710 END PROGRAM ABSMNT.
