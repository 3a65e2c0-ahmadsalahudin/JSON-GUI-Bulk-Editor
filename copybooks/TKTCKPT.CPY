000100*****************************************************************
000200*    COPYBOOK.    TKTCKPT                                       *
000300*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000400*    DATE-WRITTEN. 2026-10-15                                   *
000500*                                                                *
000600*    RECORD LAYOUT FOR TASKTKT'S OWN CHECKPOINT FILE.  HOLDS    *
000700*    THE NUMBER OF TRANSACTION ROWS ALREADY DEALT WITH IN THIS  *
000800*    RUN AND THE CONTROL TOTALS SO FAR, SO A RERUN AFTER AN     *
000900*    ABEND SKIPS THOSE ROWS AND STILL PRODUCES TOTALS FOR THE   *
001000*    WHOLE FILE.  KEPT SEPARATE FROM LOADCKPT AND TASKCKPT FOR  *
001100*    THE SAME REASON THOSE TWO ARE SEPARATE - EACH PROGRAM      *
001200*    COUNTS SOMETHING DIFFERENT.  ZERO ROWS MEANS THE LAST RUN  *
001300*    FINISHED NORMALLY.                                         *
001400*****************************************************************
001500     10  KC-LAST-ROW-COUNT           PIC 9(07).
001600     10  KC-STATUS-COUNT             PIC 9(07).
001700     10  KC-NOTE-COUNT               PIC 9(07).
001800     10  KC-OWNER-COUNT              PIC 9(07).
001900     10  KC-REJECTED-COUNT           PIC 9(07).
002000     10  KC-CHECKPOINT-DATE          PIC 9(08).
002100     10  KC-CHECKPOINT-TIME          PIC 9(06).
