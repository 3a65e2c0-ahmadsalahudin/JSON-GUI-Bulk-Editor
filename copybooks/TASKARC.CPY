000180*                     LEAVE TA-ARCHIVE-DATE UNUSABLE, SO THE    *
000190*                     ARCINQ DATE-RANGE SELECTION WOULD         *
000200*                     MISREPORT ALL PRE-CUTOVER HISTORY.        *
000201*    2026-10-15  DPO  ADD TA-EST-MINUTES AND TA-TEMPLATE-ID     *
000202*                     AFTER TA-ARCHIVE-DATE SO THE ESTIMATE     *
000203*                     AND TEMPLATE SURVIVE THE SWEEP.  THE      *
000204*                     RECORD GREW FROM 99 TO 108 BYTES; AN      *
000205*                     EXISTING TASKARC FILE MUST BE             *
000206*                     CONVERTED WITH BOTH FIELDS ZEROED.        *
000207*    2026-10-15  DPO  ADD TA-EXT-REF SO THE CHANGE-TICKET       *
000208*                     NUMBER SURVIVES THE SWEEP AND A RESTORE.  *
000209*                     THE RECORD GREW FROM 108 TO 120 BYTES; AN *
000210*                     EXISTING TASKARC FILE MUST BE CONVERTED   *
000211*                     WITH THE FIELD BLANK.                     *
000212*****************************************************************
000220     10  TA-ID                       PIC 9(06).
000230     10  TA-NAME                     PIC X(50).
000240     10  TA-STATUS                   PIC X(10).
000270     10  TA-OWNER                    PIC X(08).
000280     10  TA-CATEGORY                 PIC X(08).
000290     10  TA-ARCHIVE-DATE             PIC 9(08).
000291     10  TA-EST-MINUTES              PIC 9(05).
000292     10  TA-TEMPLATE-ID              PIC 9(04).
000293     10  TA-EXT-REF                  PIC X(12).
