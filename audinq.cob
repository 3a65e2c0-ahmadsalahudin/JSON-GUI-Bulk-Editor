000210*                     60 LINES AND AN END-OF-REPORT LINE, SO    *
000220*                     AN AUDIT ANSWER CAN BE PRINTED AND        *
000230*                     FILED.                                    *
000231*    2026-10-15  DPO  THE HISTORY LISTING NAMES THE REOPEN,     *
000232*                     RESTORE, NOTE, LINK, UNLINK AND WORK-LOG  *
000233*                     ACTIONS.  THE DAILY SUMMARY ADDS REOPENS, *
000234*                     RESTORES AND AN OTHER COLUMN FOR THE      *
000235*                     REMAINING ACTION CODES.                   *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. AUDINQ.
000790             10  AUQ-OPR-UPDATES     PIC 9(05).
000800             10  AUQ-OPR-DELETES     PIC 9(05).
000810             10  AUQ-OPR-ARCHIVES    PIC 9(05).
000811             10  AUQ-OPR-REOPENS     PIC 9(05).
000812             10  AUQ-OPR-RESTORES    PIC 9(05).
000813             10  AUQ-OPR-OTHERS      PIC 9(05).
000814 01  AUQ-SUMMARY-HEADING.
000815         05  FILLER                  PIC X(24)
000816                 VALUE "OPERATOR  ADDS   UPDATES".
000817         05  FILLER                  PIC X(17)
000818                 VALUE " DELETES ARCHIVES".
000819         05  FILLER                  PIC X(23)
000820                 VALUE " REOPENS RESTORES OTHER".
000821*    ---------------------------------------------------------
000830*    FILE STATUS SWITCHES
000840*    ---------------------------------------------------------
000850 01  AUQ-FILE-STATUSES.
003780                 MOVE "DELETED " TO AUQ-ACTION-TEXT
003790             WHEN "R"
003800                 MOVE "ARCHIVED" TO AUQ-ACTION-TEXT
003801             WHEN "O"
003802                 MOVE "REOPENED" TO AUQ-ACTION-TEXT
003803             WHEN "S"
003804                 MOVE "RESTORED" TO AUQ-ACTION-TEXT
003805             WHEN "N"
003806                 MOVE "NOTE ADD" TO AUQ-ACTION-TEXT
003807             WHEN "L"
003808                 MOVE "LINKED  " TO AUQ-ACTION-TEXT
003809             WHEN "K"
003810                 MOVE "UNLINKED" TO AUQ-ACTION-TEXT
003811             WHEN "W"
003812                 MOVE "WORK LOG" TO AUQ-ACTION-TEXT
003813             WHEN OTHER
003820                 MOVE "UNKNOWN " TO AUQ-ACTION-TEXT
003830         END-EVALUATE.
003840 3410-EXIT.
004120         PERFORM 5100-TALLY-ONE-RECORD THRU 5100-EXIT
004130             UNTIL AUQ-TASKAUD-EOF.
004140         CLOSE TASK-AUDIT.
004150         MOVE AUQ-SUMMARY-HEADING TO AUQ-HEADING-2.
004170         PERFORM 9000-OPEN-PRINT-FILE THRU 9000-EXIT.
004180         DISPLAY "ACTIVITY SUMMARY FOR " AUQ-SUMMARY-DATE.
004190         DISPLAY AUQ-SUMMARY-HEADING.
004200         STRING "ACTIVITY SUMMARY FOR " DELIMITED BY SIZE
004210             AUQ-SUMMARY-DATE DELIMITED BY SIZE
004220             INTO AUQ-PRINT-LINE.
004730             MOVE ZERO TO AUQ-OPR-UPDATES(AUQ-OPER-IDX)
004740             MOVE ZERO TO AUQ-OPR-DELETES(AUQ-OPER-IDX)
004750             MOVE ZERO TO AUQ-OPR-ARCHIVES(AUQ-OPER-IDX)
004751             MOVE ZERO TO AUQ-OPR-REOPENS(AUQ-OPER-IDX)
004752             MOVE ZERO TO AUQ-OPR-RESTORES(AUQ-OPER-IDX)
004753             MOVE ZERO TO AUQ-OPR-OTHERS(AUQ-OPER-IDX)
004760         END-IF.
004770         SET AUQ-OPER-IDX TO AUQ-OPER-FOUND.
004780         EVALUATE AU-ACTION-CODE
004840                 ADD 1 TO AUQ-OPR-DELETES(AUQ-OPER-IDX)
004850             WHEN "R"
004860                 ADD 1 TO AUQ-OPR-ARCHIVES(AUQ-OPER-IDX)
004861             WHEN "O"
004862                 ADD 1 TO AUQ-OPR-REOPENS(AUQ-OPER-IDX)
004863             WHEN "S"
004864                 ADD 1 TO AUQ-OPR-RESTORES(AUQ-OPER-IDX)
004870             WHEN OTHER
004880                 ADD 1 TO AUQ-OPR-OTHERS(AUQ-OPER-IDX)
004890         END-EVALUATE.
004900 5200-EXIT.
004910         EXIT.
005020             AUQ-OPR-ADDS(AUQ-OPER-IDX) "  "
005030             AUQ-OPR-UPDATES(AUQ-OPER-IDX) "   "
005040             AUQ-OPR-DELETES(AUQ-OPER-IDX) "   "
005050             AUQ-OPR-ARCHIVES(AUQ-OPER-IDX) "    "
005051             AUQ-OPR-REOPENS(AUQ-OPER-IDX) "   "
005052             AUQ-OPR-RESTORES(AUQ-OPER-IDX) "    "
005053             AUQ-OPR-OTHERS(AUQ-OPER-IDX).
005060         STRING AUQ-OPR-ID(AUQ-OPER-IDX) DELIMITED BY SIZE
005070             "  " DELIMITED BY SIZE
005080             AUQ-OPR-ADDS(AUQ-OPER-IDX) DELIMITED BY SIZE
005120             AUQ-OPR-DELETES(AUQ-OPER-IDX) DELIMITED BY SIZE
005130             "   " DELIMITED BY SIZE
005140             AUQ-OPR-ARCHIVES(AUQ-OPER-IDX) DELIMITED BY SIZE
005141             "    " DELIMITED BY SIZE
005142             AUQ-OPR-REOPENS(AUQ-OPER-IDX) DELIMITED BY SIZE
005143             "   " DELIMITED BY SIZE
005144             AUQ-OPR-RESTORES(AUQ-OPER-IDX) DELIMITED BY SIZE
005145             "    " DELIMITED BY SIZE
005146             AUQ-OPR-OTHERS(AUQ-OPER-IDX) DELIMITED BY SIZE
005150             INTO AUQ-PRINT-LINE.
005160         PERFORM 9100-PRINT-LINE THRU 9100-EXIT.
005170 5300-EXIT.
