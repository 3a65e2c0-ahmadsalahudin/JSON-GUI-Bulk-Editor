000100*****************************************************************
000200*    COPYBOOK.    OPRABS                                        *
000300*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000400*    DATE-WRITTEN. 2026-10-15                                   *
000500*                                                                *
000600*    RECORD LAYOUT FOR THE OPERATOR ABSENCE FILE.  ONE RECORD   *
000700*    PER PERIOD OF LEAVE, KEYED BY OPERATOR PLUS FIRST DAY      *
000800*    AWAY, SO AN OPERATOR'S ABSENCES READ BACK IN DATE ORDER.   *
000900*    THE PERIOD RUNS FROM AB-START-DATE TO AB-END-DATE          *
001000*    INCLUSIVE, AND AB-COVER-ID NAMES THE ACTIVE OPERATOR WHO   *
001100*    TAKES THE ABSENT OPERATOR'S WORK.  MAINTAINED BY ABSMNT,   *
001200*    WHICH REFUSES OVERLAPPING PERIODS, A COVER WHO IS AWAY,    *
001300*    AND LEAVE FOR AN OPERATOR WHO IS COVERING FOR SOMEONE, SO  *
001400*    A COVER NEVER HAS TO BE FOLLOWED PAST ONE STEP.  TASKGEN   *
001500*    ASSIGNS A GENERATED TASK TO THE COVER WHILE ITS OWNER IS   *
001600*    AWAY; TASKESC PRINTS THE ABSENT OWNER'S OVERDUE NOTICES    *
001700*    UNDER THE COVER.                                           *
001800*****************************************************************
001900     10  AB-ABSENCE-KEY.
002000         15  AB-OPERATOR-ID          PIC X(08).
002100         15  AB-START-DATE           PIC 9(08).
002200     10  AB-END-DATE                 PIC 9(08).
002300     10  AB-COVER-ID                 PIC X(08).
002400     10  AB-REASON                   PIC X(30).
002500     10  AB-ENTERED-BY               PIC X(08).
002600     10  AB-ENTERED-DATE             PIC 9(08).
