000100*****************************************************************
000200*    COPYBOOK.    IMGCTL                                        *
000300*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000400*    DATE-WRITTEN. 2026-10-15                                   *
000500*                                                                *
000600*    RECORD LAYOUT FOR THE IMAGE-COPY CONTROL FILE.  A SINGLE   *
000700*    RECORD DESCRIBING THE LATEST IMAGE COPY OF THE KEYED TASK  *
000800*    FILES TAKEN BY THE TASKIMG NIGHTRUN STEP - THE DATE AND    *
000900*    TIME IT WAS TAKEN (THE IMAGE FILES ARE NAMED               *
001000*    <FILE>.I<CCYYMMDD>, E.G. TASKMSTR.I20261015) AND THE       *
001100*    RECORD COUNT WRITTEN FOR EACH FILE.  REWRITTEN COMPLETE    *
001200*    ONLY WHEN ALL FOUR IMAGES HAVE BEEN WRITTEN; A SAME-DAY    *
001300*    RERUN FIRST MARKS IT IN PROGRESS, SINCE IT OVERWRITES      *
001400*    THAT DAY'S IMAGES.  TASKRCV RELOADS FROM THE IMAGE NAMED   *
001500*    HERE, CHECKS THE COUNTS, AND REPLAYS TASK-AUDIT RECORDS    *
001600*    STAMPED FROM IC-IMAGE-DATE/IC-IMAGE-TIME ONWARD.           *
001700*****************************************************************
001800     10  IC-IMAGE-STAMP.
001900         15  IC-IMAGE-DATE           PIC 9(08).
002000         15  IC-IMAGE-TIME           PIC 9(06).
002100     10  IC-IMAGE-STATUS             PIC X(01).
002200         88  IC-IMAGE-COMPLETE       VALUE "C".
002300         88  IC-IMAGE-IN-PROGRESS    VALUE "I".
002400     10  IC-TASKMSTR-COUNT           PIC 9(07).
002500     10  IC-TASKNOTE-COUNT           PIC 9(07).
002600     10  IC-TASKDEP-COUNT            PIC 9(07).
002700     10  IC-TASKWLOG-COUNT           PIC 9(07).
