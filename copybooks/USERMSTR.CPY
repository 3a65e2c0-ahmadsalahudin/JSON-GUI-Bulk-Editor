000210*                     60 BYTES, SO AN EXISTING USERMSTR FILE     *
000220*                     MUST BE CONVERTED AT CUTOVER AND EVERY     *
000230*                     PASSWORD RESET THROUGH USERMNT.            *
000231*    2026-10-15  DPO  ADDED US-LAST-SIGNON-DATE, STAMPED BY      *
000232*                     EVERY SUCCESSFUL SIGN-ON AND READ BY       *
000233*                     USRCERT.  THE RECORD GREW FROM 60 TO       *
000234*                     68 BYTES; AN EXISTING FILE MUST BE         *
000235*                     CONVERTED WITH THE NEW DATE ZEROED.        *
000240*****************************************************************
000250     10  US-OPERATOR-ID              PIC X(08).
000260     10  US-PASSWORD                 PIC X(08).
000380     10  US-FAIL-COUNT               PIC 9(02).
000390     10  US-LOCKOUT-FLAG             PIC X(01).
000400         88  US-IS-LOCKED-OUT        VALUE "L".
000401     10  US-LAST-SIGNON-DATE         PIC 9(08).
000402*        DATE OF THE LAST SUCCESSFUL SIGN-ON; ZERO WHEN THE
000403*        OPERATOR HAS NEVER SIGNED ON.
