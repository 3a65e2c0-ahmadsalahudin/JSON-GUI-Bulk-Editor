000110*    PROGRAM THAT CREATES A TASK VALIDATES ITS CATEGORY         *
000120*    AGAINST THE ACTIVE ROWS HERE, AND TASKRPT ROLLS THE        *
000130*    NIGHTLY FIGURES UP BY CATEGORY.  RETIRED CATEGORIES STAY   *
000140*    ON FILE SO HISTORY STILL RESOLVES.  EACH CATEGORY ALSO     *
000141*    CARRIES ITS SLA TARGET - THE TURNAROUND IN BUSINESS DAYS   *
000142*    TASKSLA MEASURES COMPLETED TASKS AGAINST.                  *
000150*-----------------------------------------------------------------
000160*    MODIFICATION HISTORY                                       *
000170*    2026-09-02  DPO  ORIGINAL PROGRAM.                         *
000171*    2026-10-15  DPO  ADDED THE PER-CATEGORY SLA TARGET IN      *
000172*                     BUSINESS DAYS - TAKEN ON ADD, CHANGED BY  *
000173*                     THE NEW SET SLA TARGET OPTION, AND SHOWN  *
000174*                     ON THE LIST.                              *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CATMNT.
000540 01  CAT-WORK-CODE               PIC X(08).
000550 01  CAT-NEW-DESCRIPTION         PIC X(30).
000560 01  CAT-LIST-COUNT              PIC 9(04) VALUE ZERO.
000561 01  CAT-SLA-INPUT               PIC X(10).
000562 01  CAT-SLA-TRIMMED             PIC X(10).
000563 01  CAT-SLA-LEN                 PIC 9(02) VALUE ZERO.
000564 01  CAT-NEW-SLA-DAYS            PIC 9(03) VALUE ZERO.
000565 01  CAT-SLA-VALID-FLAG          PIC X(01) VALUE "N".
000566         88  CAT-SLA-VALID           VALUE "Y".
000570
000580 PROCEDURE DIVISION.
000590*****************************************************************
000990         DISPLAY "1. Add Category".
001000         DISPLAY "2. Retire Category".
001010         DISPLAY "3. List Categories".
001011         DISPLAY "4. Set SLA Target".
001020         DISPLAY "Q. Quit".
001030 2000-EXIT.
001040         EXIT.
001160                 PERFORM 4000-RETIRE-CATEGORY THRU 4000-EXIT
001170             WHEN "3"
001180                 PERFORM 5000-LIST-CATEGORIES THRU 5000-EXIT
001181             WHEN "4"
001182                 PERFORM 6000-SET-SLA-TARGET THRU 6000-EXIT
001190             WHEN "Q"
001200                 SET CAT-QUIT TO TRUE
001210             WHEN "q"
001440             DISPLAY "Description cannot be blank - not added."
001450             GO TO 3000-EXIT
001460         END-IF.
001461         PERFORM 3100-ACCEPT-SLA-DAYS THRU 3100-EXIT.
001462         IF NOT CAT-SLA-VALID
001463             DISPLAY "Category not added."
001464             GO TO 3000-EXIT
001465         END-IF.
001470         MOVE CAT-WORK-CODE TO TC-CATEGORY-CODE.
001480         MOVE CAT-NEW-DESCRIPTION TO TC-DESCRIPTION.
001490         MOVE "A" TO TC-ACTIVE-FLAG.
001491         MOVE CAT-NEW-SLA-DAYS TO TC-SLA-DAYS.
001500         WRITE TASK-CATEGORIES-RECORD
001510             INVALID KEY
001520                 DISPLAY "Category " CAT-WORK-CODE
001550         END-WRITE.
001560         DISPLAY "Category " CAT-WORK-CODE " added.".
001570 3000-EXIT.
001571         EXIT.
001572
001573*****************************************************************
001574*    3100-ACCEPT-SLA-DAYS - TARGET TURNAROUND IN BUSINESS DAYS.  *
001575*    BLANK OR ZERO MEANS THE CATEGORY HAS NO TARGET.             *
001576*****************************************************************
001577 3100-ACCEPT-SLA-DAYS.
001578         MOVE "N" TO CAT-SLA-VALID-FLAG.
001579         MOVE ZERO TO CAT-NEW-SLA-DAYS.
001580         DISPLAY "SLA target in business days (0-999, "
001581             "blank = no target):".
001582         MOVE SPACES TO CAT-SLA-INPUT.
001583         ACCEPT CAT-SLA-INPUT.
001584         IF CAT-SLA-INPUT = SPACES
001585             SET CAT-SLA-VALID TO TRUE
001586             GO TO 3100-EXIT
001587         END-IF.
001588         MOVE FUNCTION TRIM(CAT-SLA-INPUT) TO CAT-SLA-TRIMMED.
001589         MOVE FUNCTION LENGTH(FUNCTION TRIM(CAT-SLA-INPUT))
001590             TO CAT-SLA-LEN.
001591         IF CAT-SLA-LEN > 3
001592             DISPLAY "SLA target must be 0 to 999 business days."
001593             GO TO 3100-EXIT
001594         END-IF.
001595         IF CAT-SLA-TRIMMED(1:CAT-SLA-LEN) IS NOT NUMERIC
001596             DISPLAY "SLA target must be 0 to 999 business days."
001597             GO TO 3100-EXIT
001598         END-IF.
001599         MOVE FUNCTION NUMVAL(CAT-SLA-TRIMMED(1:CAT-SLA-LEN))
001600             TO CAT-NEW-SLA-DAYS.
001601         SET CAT-SLA-VALID TO TRUE.
001602 3100-EXIT.
001603         EXIT.
001604
001605*****************************************************************
001610*    4000-RETIRE-CATEGORY                                       *
001620*****************************************************************
001630 4000-RETIRE-CATEGORY.
002240             NOT AT END
002250                 ADD 1 TO CAT-LIST-COUNT
002260                 DISPLAY TC-CATEGORY-CODE " " TC-DESCRIPTION
002270                     " " TC-ACTIVE-FLAG " SLA " TC-SLA-DAYS
002280         END-READ.
002290 5100-EXIT.
002300         EXIT.
002310
002311*****************************************************************
002312*    6000-SET-SLA-TARGET - CHANGE ONE CATEGORY'S TARGET.  A      *
002313*    RETIRED CATEGORY MAY STILL BE CHANGED SO ITS HISTORY IS     *
002314*    MEASURED FAIRLY.                                            *
002315*****************************************************************
002316 6000-SET-SLA-TARGET.
002317         DISPLAY "Category code:".
002318         ACCEPT CAT-CODE-INPUT.
002319         MOVE FUNCTION UPPER-CASE(CAT-CODE-INPUT(1:8))
002320             TO CAT-WORK-CODE.
002321         IF CAT-WORK-CODE = SPACES
002322             DISPLAY "Category code cannot be blank."
002323             GO TO 6000-EXIT
002324         END-IF.
002325         MOVE CAT-WORK-CODE TO TC-CATEGORY-CODE.
002326         READ TASK-CATEGORIES
002327             INVALID KEY
002328                 CONTINUE
002329         END-READ.
002330         IF NOT CAT-TASKCAT-OK
002331             DISPLAY "Category " CAT-WORK-CODE
002332                 " is not on file."
002333             GO TO 6000-EXIT
002334         END-IF.
002335         DISPLAY "Category " TC-CATEGORY-CODE " " TC-DESCRIPTION
002336             " current SLA target " TC-SLA-DAYS
002337             " business day(s).".
002338         PERFORM 3100-ACCEPT-SLA-DAYS THRU 3100-EXIT.
002339         IF NOT CAT-SLA-VALID
002340             DISPLAY "SLA target not changed."
002341             GO TO 6000-EXIT
002342         END-IF.
002343         MOVE CAT-NEW-SLA-DAYS TO TC-SLA-DAYS.
002344         REWRITE TASK-CATEGORIES-RECORD
002345             INVALID KEY
002346                 DISPLAY "Unable to rewrite category "
002347                     TC-CATEGORY-CODE
002348                 GO TO 6000-EXIT
002349         END-REWRITE.
002350         DISPLAY "Category " CAT-WORK-CODE " SLA target set to "
002351             TC-SLA-DAYS " business day(s).".
002352 6000-EXIT.
002353         EXIT.
002354
002355 END PROGRAM CATMNT.
