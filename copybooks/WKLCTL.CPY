000100*****************************************************************
000200*    COPYBOOK.    WKLCTL                                        *
000300*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000400*    DATE-WRITTEN. 2026-10-15                                   *
000500*                                                                *
000600*    RECORD LAYOUT FOR TASKWKL'S CONTROL FILE.  A SINGLE        *
000700*    RECORD HOLDING THE DATE AND TIME STAMP OF THE LATEST       *
000800*    TASK-AUDIT RECORD THE LAST SUCCESSFUL WORKLIST RUN READ.   *
000900*    ONLY AUDIT RECORDS STAMPED LATER THAN THIS HIGH-WATER      *
001000*    MARK ARE CONSIDERED FOR THE "NEWLY ASSIGNED" FLAG, SO A    *
001100*    RERUN DOES NOT REPORT THE SAME ASSIGNMENTS AGAIN.          *
001200*    REWRITTEN AT THE END OF EVERY SUCCESSFUL RUN, WITH THE     *
001300*    DATE AND TIME OF THAT RUN.                                 *
001400*****************************************************************
001500     10  WK-LAST-AUDIT-STAMP.
001600         15  WK-LAST-AUDIT-DATE      PIC 9(08).
001700         15  WK-LAST-AUDIT-TIME      PIC 9(06).
001800     10  WK-LAST-RUN-DATE            PIC 9(08).
001900     10  WK-LAST-RUN-TIME            PIC 9(06).
