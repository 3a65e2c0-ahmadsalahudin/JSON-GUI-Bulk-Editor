000510*                     SESSION LEFT SIGNED ON OVERNIGHT CANNOT   *
000520*                     LAST-WRITE-WIN AGAINST THE SWEEP.  A      *
000530*                     LOCKED RUN ENDS WITH RETURN-CODE 8.       *
000531*    2026-10-15  DPO  TASK-MASTER NOW CARRIES THE TM-EXT-REF    *
000532*                     ALTERNATE KEY; DECLARED ON THE SELECT.    *
000533*    2026-10-15  DPO  THE ESTIMATE AND TEMPLATE ID ARE          *
000534*                     CARRIED TO THE ARCHIVE RECORD.            *
000535*    2026-10-15  DPO  ARCHIVE AUDIT CLEARS THE NEW FIELD ID AND *
000536*                     REPLAY IMAGE; TASKRCV SWEEPS THE CHILD    *
000537*                     RECORDS BY THE SAME RULE AS 2100.         *
000538*    2026-10-15  DPO  THE 1000-ENTRY OPEN-TASK AND PROTECTED-   *
000539*                     PREDECESSOR TABLES ARE GONE.  PROTECTED   *
000540*                     IDS ARE NOW SORTED THROUGH THE ARCSORT    *
000541*                     WORK FILE AND MATCHED AGAINST THE SWEEP,  *
000542*                     SO THE SWEEP IS NEVER HELD BACK.          *
000543*****************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. TASKARC.
000570
000600 FILE-CONTROL.
000610         SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000620             ORGANIZATION IS INDEXED
000630             ACCESS MODE IS DYNAMIC
000640             RECORD KEY IS TM-ID
000641             ALTERNATE RECORD KEY IS TM-EXT-REF
000642                 WITH DUPLICATES
000650             FILE STATUS IS ARC-TASKMSTR-STATUS.
000660         SELECT TASK-ARCHIVE ASSIGN TO "TASKARC"
000670             ORGANIZATION IS LINE SEQUENTIAL
000960         SELECT TASK-LOCK ASSIGN TO "TASKLOCK"
000970             ORGANIZATION IS LINE SEQUENTIAL
000980             FILE STATUS IS ARC-TASKLOCK-STATUS.
000981         SELECT ARC-SORT-FILE ASSIGN TO "ARCSORT".
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001360 FD  TASK-LOCK.
001370 01  TASK-LOCK-RECORD.
001380         COPY TASKLOCK.
001381
001382*    ---------------------------------------------------------
001383*    ONE SORT RECORD PER PROTECTED PREDECESSOR LINK.
001384*    ---------------------------------------------------------
001385 SD  ARC-SORT-FILE.
001386 01  ARC-SORT-RECORD.
001387         05  ARS-PRED-ID             PIC 9(06).
001390
001400 WORKING-STORAGE SECTION.
001410*    ---------------------------------------------------------
002000 01  ARC-LAST-TASK-ID            PIC 9(06) VALUE ZERO.
002010 01  ARC-JOB-ID                  PIC X(08) VALUE "TASKARC".
002020*    ---------------------------------------------------------
002030*    DEPENDENCY PROTECTION - EVERY TASK-DEPS LINK WHOSE
002040*    SUCCESSOR IS OPEN PROTECTS ITS PREDECESSOR FROM THIS SWEEP.
002050*    THE PROTECTED IDS ARE SORTED AND MATCHED AGAINST THE SWEEP.
002060*    ---------------------------------------------------------
002070 01  ARC-DEPS-OPEN-FLAG          PIC X(01) VALUE "N".
002080         88  ARC-DEPS-OPEN           VALUE "Y".
002150 01  ARC-WLOG-SWEPT-COUNT        PIC 9(05) VALUE ZERO.
002160 01  ARC-PROTECTED-FLAG          PIC X(01) VALUE "N".
002170         88  ARC-TASK-PROTECTED      VALUE "Y".
002220 01  ARC-LOCK-HELD-FLAG          PIC X(01) VALUE "N".
002230         88  ARC-LOCK-HELD           VALUE "Y".
002240 01  ARC-PROTECTED-COUNT         PIC 9(05) VALUE ZERO.
002250 01  ARC-SORT-EOF-FLAG           PIC X(01) VALUE "N".
002260         88  ARC-SORT-EOF            VALUE "Y".
002270 01  ARC-NEXT-PROT-ID            PIC 9(06) VALUE ZERO.
002350
002360 PROCEDURE DIVISION.
002370*****************************************************************
002460         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002470         IF NOT ARC-TASKMSTR-EOF
002480             SET ARC-SWEEP-RAN TO TRUE
002490             SORT ARC-SORT-FILE
002500                 ON ASCENDING KEY ARS-PRED-ID
002501                 INPUT PROCEDURE IS 1200-RELEASE-PROTECTED
002502                     THRU 1200-EXIT
002503                 OUTPUT PROCEDURE IS 2000-SWEEP-TASK-MASTER
002504                     THRU 2000-EXIT
002510             CLOSE TASK-MASTER
002520         END-IF.
002530         CLOSE TASK-ARCHIVE TASK-AUDIT.
003460*****************************************************************
003470 1000-INITIALIZE.
003480         MOVE FUNCTION CURRENT-DATE TO ARC-CURRENT-DATE-TIME.
003500         OPEN I-O TASK-MASTER.
003510         IF ARC-TASKMSTR-NOTFOUND
003520             DISPLAY "TASK-MASTER not found - nothing to do."
003750                 OPEN OUTPUT NOTE-ARCHIVE
003760             END-IF
003770         END-IF.
003780         PERFORM 1060-OPEN-TASK-DEPS THRU 1060-EXIT.
003790         OPEN I-O TASK-WORK-LOG.
003800         IF ARC-TASKWLOG-OK
003810             SET ARC-WLOG-OPEN TO TRUE
003880         EXIT.
003890
003900*****************************************************************
003910*    1060-OPEN-TASK-DEPS - THE FILE STAYS OPEN FOR THE RUN SO    *
003920*    THE PROTECTED PREDECESSORS CAN BE RELEASED TO THE SORT AND  *
003930*    A SWEPT TASK'S LINKS DELETED DURING THE SWEEP.              *
003940*****************************************************************
003950 1060-OPEN-TASK-DEPS.
003960         OPEN I-O TASK-DEPS.
003970         IF ARC-TASKDEP-OK
003980             SET ARC-DEPS-OPEN TO TRUE
003990         END-IF.
004550 1060-EXIT.
005160         EXIT.
005170
005180*****************************************************************
005390         EXIT.
005400
005410*****************************************************************
005420*    1200-RELEASE-PROTECTED - SORT INPUT PROCEDURE.  SCANS       *
005421*    TASK-DEPS AND RELEASES THE PREDECESSOR OF EVERY LINK WHOSE  *
005422*    SUCCESSOR IS STILL PENDING OR ACTIVE ON TASK-MASTER.  THOSE *
005423*    SUCCESSORS SURVIVE THE SWEEP, SO THE TASKS THEY DEPEND ON   *
005424*    MUST SURVIVE IT TOO.                                        *
005430*****************************************************************
005440 1200-RELEASE-PROTECTED.
005441         IF NOT ARC-DEPS-OPEN
005442             GO TO 1200-EXIT
005443         END-IF.
005444         MOVE "N" TO ARC-DEP-DONE-FLAG.
005445         MOVE ZERO TO TD-SUCC-ID.
005446         MOVE ZERO TO TD-PRED-ID.
005447         START TASK-DEPS KEY NOT LESS THAN TD-DEP-KEY
005448             INVALID KEY
005449                 SET ARC-DEP-SCAN-DONE TO TRUE
005450         END-START.
005451         PERFORM 1210-RELEASE-ONE-LINK THRU 1210-EXIT
005452             UNTIL ARC-DEP-SCAN-DONE.
005453 1200-EXIT.
005454         EXIT.
005455
005456 1210-RELEASE-ONE-LINK.
005457         READ TASK-DEPS NEXT RECORD
005458             AT END
005459                 SET ARC-DEP-SCAN-DONE TO TRUE
005460                 GO TO 1210-EXIT
005461         END-READ.
005462         MOVE TD-SUCC-ID TO TM-ID.
005463         READ TASK-MASTER
005464             INVALID KEY
005465                 GO TO 1210-EXIT
005466         END-READ.
005467         IF TM-STATUS(1:7) = "PENDING"
005468             OR TM-STATUS(1:6) = "ACTIVE"
005469             MOVE TD-PRED-ID TO ARS-PRED-ID
005470             RELEASE ARC-SORT-RECORD
005471         END-IF.
005472 1210-EXIT.
005473         EXIT.
005474
005475*****************************************************************
005476*    2000-SWEEP-TASK-MASTER - SORT OUTPUT PROCEDURE.  WALKS      *
005477*    TASK-MASTER IN TASK-ID ORDER ALONGSIDE THE SORTED           *
005478*    PROTECTED-PREDECESSOR IDS, SO EACH FINISHED TASK IS         *
005479*    MATCHED AGAINST THEM WITHOUT TABLING EITHER FILE.           *
005480*****************************************************************
005481 2000-SWEEP-TASK-MASTER.
005482         MOVE "N" TO ARC-SORT-EOF-FLAG.
005483         PERFORM 2020-RETURN-PROTECTED THRU 2020-EXIT.
005484         MOVE ZERO TO TM-ID.
005485         START TASK-MASTER KEY NOT LESS THAN TM-ID
005486             INVALID KEY
005487                 SET ARC-TASKMSTR-EOF TO TRUE
005488         END-START.
005489         PERFORM 2010-SWEEP-ONE-TASK THRU 2010-EXIT
005490             UNTIL ARC-TASKMSTR-EOF.
005491 2000-EXIT.
005492         EXIT.
005493
005494*****************************************************************
005495*    2010-SWEEP-ONE-TASK - ARCHIVE-AND-DELETE OR KEEP ONE ROW    *
005496*****************************************************************
005497 2010-SWEEP-ONE-TASK.
005498         READ TASK-MASTER NEXT RECORD
005499             AT END
005500                 SET ARC-TASKMSTR-EOF TO TRUE
005501             NOT AT END
005502                 IF TM-ID > ARC-LAST-TASK-ID
005503                     MOVE TM-ID TO ARC-LAST-TASK-ID
005510                 END-IF
005520                 IF TM-STATUS(1:8) = "COMPLETE"
005530                     OR TM-STATUS(1:9) = "CANCELLED"
005630                     ADD 1 TO ARC-KEPT-COUNT
005640                 END-IF
005650         END-READ.
005660 2010-EXIT.
005661         EXIT.
005662
005663 2020-RETURN-PROTECTED.
005664         RETURN ARC-SORT-FILE
005665             AT END
005666                 SET ARC-SORT-EOF TO TRUE
005667             NOT AT END
005668                 MOVE ARS-PRED-ID TO ARC-NEXT-PROT-ID
005669         END-RETURN.
005670 2020-EXIT.
005671         EXIT.
005680
005690*****************************************************************
005700*    2050-CHECK-PROTECTED - A FINISHED TASK STAYS ON THE MASTER  *
005710*    WHILE ANY LIVE TASK STILL DEPENDS ON IT.  THE SORTED IDS    *
005711*    ARE ADVANCED PAST ANY BELOW THIS TASK'S OWN.                *
005720*****************************************************************
005730 2050-CHECK-PROTECTED.
005740         MOVE "N" TO ARC-PROTECTED-FLAG.
005750         PERFORM 2020-RETURN-PROTECTED THRU 2020-EXIT
005760             UNTIL ARC-SORT-EOF
005770             OR ARC-NEXT-PROT-ID NOT < TM-ID.
005780         IF NOT ARC-SORT-EOF
005790             AND ARC-NEXT-PROT-ID = TM-ID
005880             SET ARC-TASK-PROTECTED TO TRUE
005890         END-IF.
005900 2050-EXIT.
005980         EXIT.
005990
006000 2100-ARCHIVE-ONE-TASK.
006060         MOVE TM-OWNER TO TA-OWNER.
006070         MOVE TM-CATEGORY TO TA-CATEGORY.
006080         MOVE ARC-CURRENT-DATE TO TA-ARCHIVE-DATE.
006081         MOVE TM-EST-MINUTES TO TA-EST-MINUTES.
006082         MOVE TM-TEMPLATE-ID TO TA-TEMPLATE-ID.
006083         MOVE TM-EXT-REF TO TA-EXT-REF.
006090         WRITE TASK-ARCHIVE-RECORD.
006100         MOVE TM-ID TO AU-TASK-ID.
006110         MOVE TM-STATUS TO AU-OLD-VALUE.
006120         MOVE SPACES TO AU-NEW-VALUE.
006130         SET AU-ACTION-ARCHIVE TO TRUE.
006131         MOVE SPACES TO AU-FIELD-ID.
006132         MOVE SPACES TO AU-RECORD-IMAGE.
006140         MOVE ARC-CURRENT-DATE TO AU-AUDIT-DATE.
006150         MOVE ARC-CURRENT-TIME TO AU-AUDIT-TIME.
006160         MOVE ARC-JOB-ID TO AU-OPERATOR-ID.
