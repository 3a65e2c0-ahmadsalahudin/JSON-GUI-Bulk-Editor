000100*****************************************************************
000200*    COPYBOOK.    TKTTRAN                                       *
000300*    AUTHOR.      D. OKAFOR - APPLICATIONS PROGRAMMING          *
000400*    DATE-WRITTEN. 2026-10-15                                   *
000500*                                                                *
000600*    RECORD LAYOUT FOR THE CHANGE-TICKET TRANSACTION FILE       *
000700*    READ BY TASKTKT.  ONE RECORD PER UPDATE SENT FROM THE      *
000800*    CHANGE-TICKET SYSTEM, KEYED TO ITS TASK BY TT-EXT-REF      *
000900*    (THE TASK'S TM-EXT-REF).  TT-TRAN-VALUE HOLDS THE NEW      *
001000*    STATUS FOR AN "S", THE NOTE TEXT FOR AN "N", AND THE NEW   *
001100*    OWNER'S OPERATOR ID IN ITS FIRST 8 BYTES FOR AN "R".       *
001200*    TRANSACTIONS ARE APPLIED IN FILE ORDER.                    *
001300*****************************************************************
001400     10  TT-EXT-REF                  PIC X(12).
001500     10  TT-TRAN-TYPE                PIC X(01).
001600         88  TT-CHANGE-STATUS        VALUE "S".
001700         88  TT-ADD-NOTE             VALUE "N".
001800         88  TT-REASSIGN-OWNER       VALUE "R".
001900     10  TT-TRAN-VALUE               PIC X(60).
