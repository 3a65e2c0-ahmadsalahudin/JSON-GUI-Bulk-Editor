000100*****************************************************************
000200*    COPYBOOK.    WKLFEED                                       *
000300*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000400*    DATE-WRITTEN. 2026-10-15                                   *
000500*                                                                *
000600*    RECORD LAYOUT FOR THE MORNING WORKLIST FEED WRITTEN BY     *
000700*    TASKWKL FOR THE SITE MAIL GATEWAY.  ONE "H" RECORD PER     *
000800*    ACTIVE OPERATOR, FOLLOWED BY ONE "D" RECORD FOR EACH OF    *
000900*    THAT OPERATOR'S OPEN TASKS IN DUE-DATE ORDER, THEN ONE     *
001000*    "T" RECORD AT THE END OF THE FILE CARRYING THE CONTROL     *
001100*    COUNTS THE GATEWAY BALANCES AGAINST.  A DETAIL RECORD      *
001200*    MAY CARRY ANY COMBINATION OF THE FOUR FLAGS.  THE          *
001300*    TRAILER RECORD COUNT INCLUDES THE TRAILER ITSELF.          *
001400*****************************************************************
001500     10  WF-RECORD-TYPE              PIC X(01).
001600         88  WF-HEADER               VALUE "H".
001700         88  WF-DETAIL               VALUE "D".
001800         88  WF-TRAILER              VALUE "T".
001900     10  WF-OPERATOR-ID              PIC X(08).
002000     10  WF-DETAIL-AREA.
002100         15  WF-TASK-ID              PIC 9(06).
002200         15  WF-TASK-NAME            PIC X(50).
002300         15  WF-TASK-STATUS          PIC X(10).
002400         15  WF-PRIORITY             PIC 9(01).
002500         15  WF-DUE-DATE             PIC 9(08).
002600         15  WF-CATEGORY             PIC X(08).
002700         15  WF-DUE-TODAY-FLAG       PIC X(01).
002800             88  WF-DUE-TODAY        VALUE "Y".
002900         15  WF-OVERDUE-FLAG         PIC X(01).
003000             88  WF-OVERDUE          VALUE "Y".
003100         15  WF-OVERDUE-DAYS         PIC 9(03).
003200         15  WF-BLOCKED-FLAG         PIC X(01).
003300             88  WF-BLOCKED          VALUE "Y".
003400         15  WF-NEW-FLAG             PIC X(01).
003500             88  WF-NEWLY-ASSIGNED   VALUE "Y".
003600     10  WF-HEADER-AREA REDEFINES WF-DETAIL-AREA.
003700         15  WF-OPERATOR-NAME        PIC X(30).
003800         15  WF-HDR-RUN-DATE         PIC 9(08).
003900         15  WF-HDR-RUN-TIME         PIC 9(06).
004000         15  FILLER                  PIC X(46).
004100     10  WF-TRAILER-AREA REDEFINES WF-DETAIL-AREA.
004200         15  WF-TRL-RUN-DATE         PIC 9(08).
004300         15  WF-TRL-RUN-TIME         PIC 9(06).
004400         15  WF-TRL-OPERATOR-COUNT   PIC 9(05).
004500         15  WF-TRL-DETAIL-COUNT     PIC 9(07).
004600         15  WF-TRL-RECORD-COUNT     PIC 9(07).
004700         15  FILLER                  PIC X(57).
