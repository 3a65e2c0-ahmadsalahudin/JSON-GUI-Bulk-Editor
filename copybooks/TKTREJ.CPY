000100*****************************************************************
000200*    COPYBOOK.    TKTREJ                                        *
000300*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000400*    DATE-WRITTEN. 2026-10-15                                   *
000500*                                                                *
000600*    RECORD LAYOUT FOR TASKTKT'S REJECT FILE.  ONE "D" RECORD   *
000700*    PER REJECTED TRANSACTION - ITS INPUT ROW NUMBER, REASON    *
000800*    CODE AND TEXT, AND THE TRANSACTION IMAGE AS RECEIVED, SO   *
000900*    THE TICKET TEAM CAN CORRECT AND RESEND IT - FOLLOWED AT    *
001000*    THE END OF A COMPLETED RUN BY ONE "T" RECORD CARRYING THE  *
001100*    RUN'S CONTROL TOTALS.  THE TOTALS COVER THE WHOLE INPUT    *
001200*    FILE, INCLUDING ROWS APPLIED BEFORE A RESTART.             *
001300*****************************************************************
001400     10  TR-RECORD-TYPE              PIC X(01).
001500         88  TR-DETAIL               VALUE "D".
001600         88  TR-TRAILER              VALUE "T".
001700     10  TR-DETAIL-AREA.
001800         15  TR-INPUT-ROW            PIC 9(07).
001900         15  TR-REASON-CODE          PIC 9(02).
002000         15  TR-REASON-TEXT          PIC X(40).
002100         15  TR-TRANSACTION          PIC X(73).
002200     10  TR-TRAILER-AREA REDEFINES TR-DETAIL-AREA.
002300         15  TR-RUN-DATE             PIC 9(08).
002400         15  TR-RUN-TIME             PIC 9(06).
002500         15  TR-READ-COUNT           PIC 9(07).
002600         15  TR-STATUS-COUNT         PIC 9(07).
002700         15  TR-NOTE-COUNT           PIC 9(07).
002800         15  TR-OWNER-COUNT          PIC 9(07).
002900         15  TR-REJECTED-COUNT       PIC 9(07).
003000         15  FILLER                  PIC X(73).
