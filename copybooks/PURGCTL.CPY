000100*****************************************************************
000200*    COPYBOOK.    PURGCTL                                       *
000300*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000400*    DATE-WRITTEN. 2026-10-15                                   *
000500*                                                                *
000600*    RECORD LAYOUT FOR THE RETENTION-PURGE CONTROL FILE.  A     *
000700*    SINGLE RECORD HOLDING THE RUNNING TOTALS OF EVERYTHING     *
000800*    TASKPRG HAS EVER MOVED OUT OF THE APPEND-ONLY FILES INTO   *
000900*    THEIR HISTORY GENERATIONS.  TASKBAL ADDS THE PURGED        *
001000*    ADD/DELETE/ARCHIVE/RESTORE AUDIT COUNTS AND THE PURGED     *
001100*    TASKARC RECORD COUNT BACK INTO ITS CROSS-FOOTS, SO THE     *
001200*    FILES STILL BALANCE AFTER A PURGE.  REWRITTEN BY TASKPRG   *
001300*    EACH TIME A PURGED FILE HAS BEEN REWRITTEN; A MISSING FILE *
001400*    MEANS NOTHING HAS EVER BEEN PURGED.                        *
001500*****************************************************************
001600     10  PC-LAST-PURGE-DATE          PIC 9(08).
001700     10  PC-LAST-PURGE-TIME          PIC 9(06).
001800     10  PC-RETENTION-DAYS           PIC 9(04).
001900     10  PC-PURGED-ADDS              PIC 9(07).
002000     10  PC-PURGED-DELETES           PIC 9(07).
002100     10  PC-PURGED-ARCHIVES          PIC 9(07).
002200     10  PC-PURGED-OTHER-AUDITS      PIC 9(07).
002300     10  PC-PURGED-ARC-RECORDS       PIC 9(07).
002400     10  PC-PURGED-NOTES             PIC 9(07).
002500     10  PC-PURGED-WLOGS             PIC 9(07).
002600     10  PC-PURGED-RESTORES          PIC 9(07).
