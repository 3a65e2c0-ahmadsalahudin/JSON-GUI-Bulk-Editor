000160*                     THE RECORD GREW FROM 83 TO 91 BYTES, SO   *
000170*                     AN EXISTING TASKMSTR FILE MUST BE         *
000180*                     CONVERTED AT CUTOVER.                     *
000181*    2026-10-15  DPO  ADD TM-EXT-REF, THE CHANGE-TICKET NUMBER  *
000182*                     A TASK WAS RAISED UNDER.  SPACES MEANS    *
000183*                     NONE.  IT IS AN ALTERNATE KEY WITH        *
000184*                     DUPLICATES (EVERY UNREFERENCED TASK       *
000185*                     SHARES THE BLANK VALUE), USED BY TASKTKT  *
000186*                     TO FIND A TASK FROM ITS TICKET.  THE      *
000187*                     RECORD GREW FROM 91 TO 103 BYTES, SO AN   *
000188*                     EXISTING TASKMSTR FILE MUST BE RELOADED   *
000189*                     AT CUTOVER AND EVERY PROGRAM THAT OPENS   *
000190*                     IT MUST DECLARE THE ALTERNATE KEY.        *
000191*    2026-10-15  DPO  ADD TM-EST-MINUTES, THE EXPECTED          *
000192*                     EFFORT (ZERO = NO ESTIMATE), AND          *
000193*                     TM-TEMPLATE-ID, THE TASKTMPL TEMPLATE     *
000194*                     A GENERATED TASK CAME FROM (ZERO =        *
000195*                     NOT GENERATED).  THE RECORD GREW FROM     *
000196*                     103 TO 112 BYTES, SO AN EXISTING          *
000197*                     TASKMSTR FILE MUST BE RELOADED.           *
000198*****************************************************************
000200     10  TM-ID                       PIC 9(06).
000210     10  TM-NAME                     PIC X(50).
000220     10  TM-STATUS                   PIC X(10).
000240     10  TM-DUE-DATE                 PIC 9(08).
000250     10  TM-OWNER                    PIC X(08).
000260     10  TM-CATEGORY                 PIC X(08).
000261     10  TM-EXT-REF                  PIC X(12).
000262     10  TM-EST-MINUTES              PIC 9(05).
000263     10  TM-TEMPLATE-ID              PIC 9(04).
