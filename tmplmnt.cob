000200*                     VALIDATED AGAINST THE TASKCAT REFERENCE   *
000210*                     FILE, SO TASKGEN STAMPS THE TASKS IT      *
000220*                     GENERATES.                                *
000221*    2026-10-15  DPO  TEMPLATES NOW CARRY A DEFAULT             *
000222*                     ESTIMATE IN MINUTES FOR TASKGEN TO        *
000223*                     STAMP; NEW OPTION 4 RE-ESTIMATES A        *
000224*                     TEMPLATE.                                 *
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. TMPLMNT.
000910 01  TMP-CATEGORY-INPUT          PIC X(10).
000920 01  TMP-CATEGORY-VALID-FLAG     PIC X(01) VALUE "N".
000930         88  TMP-CATEGORY-VALID      VALUE "Y".
000931 01  TMP-EST-INPUT               PIC X(10).
000932 01  TMP-EST-TRIMMED             PIC X(10).
000933 01  TMP-EST-LEN                 PIC 9(02) VALUE ZERO.
000934 01  TMP-NEW-EST-MINUTES         PIC 9(05) VALUE ZERO.
000935 01  TMP-EST-VALID-FLAG          PIC X(01) VALUE "N".
000936         88  TMP-EST-VALID           VALUE "Y".
000940
000950 PROCEDURE DIVISION.
000960*****************************************************************
001360         DISPLAY "1. Add Template".
001370         DISPLAY "2. Retire Template".
001380         DISPLAY "3. List Templates".
001381         DISPLAY "4. Change Template Estimate".
001390         DISPLAY "Q. Quit".
001400 2000-EXIT.
001410         EXIT.
001530                 PERFORM 4000-RETIRE-TEMPLATE THRU 4000-EXIT
001540             WHEN "3"
001550                 PERFORM 5000-LIST-TEMPLATES THRU 5000-EXIT
001551             WHEN "4"
001552                 PERFORM 6000-CHANGE-ESTIMATE THRU 6000-EXIT
001560             WHEN "Q"
001570                 SET TMP-QUIT TO TRUE
001580             WHEN "q"
001850             GO TO 3000-EXIT
001860         END-IF.
001870         PERFORM 3250-ACCEPT-CATEGORY THRU 3250-EXIT.
001871         PERFORM 3270-ACCEPT-ESTIMATE THRU 3270-EXIT.
001872         IF NOT TMP-EST-VALID
001873             DISPLAY "Estimate not valid - left at zero."
001874             MOVE ZERO TO TMP-NEW-EST-MINUTES
001875         END-IF.
001880         PERFORM 3300-FIND-NEXT-TEMPLATE-ID THRU 3300-EXIT.
001890         IF TMP-NEXT-TEMPLATE-ID NOT < 9999
001900             DISPLAY "Template file is full - not added."
001980         MOVE TMP-NEW-RECUR-DAY TO TP-RECUR-DAY.
001990         MOVE TMP-NEW-CATEGORY TO TP-CATEGORY.
002000         MOVE "A" TO TP-ACTIVE-FLAG.
002001         MOVE TMP-NEW-EST-MINUTES TO TP-EST-MINUTES.
002010         WRITE TASK-TEMPLATES-RECORD
002020             INVALID KEY
002030                 DISPLAY "Unable to write template "
003260         EXIT.
003270
003280*****************************************************************
003281*    3270-ACCEPT-ESTIMATE - DEFAULT EFFORT IN WHOLE MINUTES FOR  *
003282*    EACH GENERATED TASK.  BLANK MEANS NO ESTIMATE.              *
003283*****************************************************************
003284 3270-ACCEPT-ESTIMATE.
003285         MOVE "N" TO TMP-EST-VALID-FLAG.
003286         MOVE ZERO TO TMP-NEW-EST-MINUTES.
003287         DISPLAY "Estimated minutes per task (blank for no "
003288             "estimate):".
003289         MOVE SPACES TO TMP-EST-INPUT.
003290         ACCEPT TMP-EST-INPUT.
003291         IF TMP-EST-INPUT = SPACES
003292             SET TMP-EST-VALID TO TRUE
003293             GO TO 3270-EXIT
003294         END-IF.
003295         MOVE FUNCTION TRIM(TMP-EST-INPUT) TO TMP-EST-TRIMMED.
003296         MOVE FUNCTION LENGTH(FUNCTION TRIM(TMP-EST-INPUT))
003297             TO TMP-EST-LEN.
003298         IF TMP-EST-LEN > 5
003299             GO TO 3270-EXIT
003300         END-IF.
003301         IF TMP-EST-TRIMMED(1:TMP-EST-LEN) IS NOT NUMERIC
003302             GO TO 3270-EXIT
003303         END-IF.
003304         MOVE FUNCTION NUMVAL(TMP-EST-TRIMMED(1:TMP-EST-LEN))
003305             TO TMP-NEW-EST-MINUTES.
003306         SET TMP-EST-VALID TO TRUE.
003307 3270-EXIT.
003308         EXIT.
003309
003310*****************************************************************
003311*    3300-FIND-NEXT-TEMPLATE-ID - HIGHEST ID ON FILE             *
003312*****************************************************************
003313 3300-FIND-NEXT-TEMPLATE-ID.
003320         MOVE ZERO TO TMP-NEXT-TEMPLATE-ID.
003330         MOVE ZERO TO TP-TEMPLATE-ID.
003340         START TASK-TEMPLATES KEY NOT LESS THAN TP-TEMPLATE-ID
004440                     " " TP-RECUR-TYPE "/" TP-RECUR-DAY
004450                     " OWNER=" TP-OWNER
004460                     " CAT=" TP-CATEGORY
004461                     " EST=" TP-EST-MINUTES
004470                     " " TP-ACTIVE-FLAG
004480         END-READ.
004490 5100-EXIT.
004500         EXIT.
004510
004511*****************************************************************
004512*    6000-CHANGE-ESTIMATE - RE-ESTIMATE A TEMPLATE.  ONLY TASKS  *
004513*    GENERATED AFTER THE CHANGE TAKE THE NEW FIGURE.             *
004514*****************************************************************
004515 6000-CHANGE-ESTIMATE.
004516         DISPLAY "Template ID to re-estimate:".
004517         ACCEPT TMP-ID-INPUT.
004518         PERFORM 4100-PARSE-TEMPLATE-ID THRU 4100-EXIT.
004519         IF NOT TMP-ID-VALID
004520             DISPLAY "Template ID is not numeric."
004521             GO TO 6000-EXIT
004522         END-IF.
004523         MOVE TMP-SEARCH-ID TO TP-TEMPLATE-ID.
004524         READ TASK-TEMPLATES
004525             INVALID KEY
004526                 CONTINUE
004527         END-READ.
004528         IF NOT TMP-TASKTMPL-OK
004529             DISPLAY "Template " TMP-SEARCH-ID
004530                 " is not on file."
004531             GO TO 6000-EXIT
004532         END-IF.
004533         DISPLAY "Template " TP-TEMPLATE-ID " " TP-TASK-NAME.
004534         DISPLAY "Current estimate " TP-EST-MINUTES " minute(s).".
004535         PERFORM 3270-ACCEPT-ESTIMATE THRU 3270-EXIT.
004536         IF NOT TMP-EST-VALID
004537             DISPLAY "Estimate must be 0 to 99999 minutes - "
004538                 "not changed."
004539             GO TO 6000-EXIT
004540         END-IF.
004541         MOVE TMP-NEW-EST-MINUTES TO TP-EST-MINUTES.
004542         REWRITE TASK-TEMPLATES-RECORD
004543             INVALID KEY
004544                 DISPLAY "Unable to rewrite template "
004545                     TP-TEMPLATE-ID
004546                 GO TO 6000-EXIT
004547         END-REWRITE.
004548         DISPLAY "Template " TMP-SEARCH-ID " now estimated at "
004549             TP-EST-MINUTES " minute(s).".
004550 6000-EXIT.
004551         EXIT.
004552
004553 END PROGRAM TMPLMNT.
