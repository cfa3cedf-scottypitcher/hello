000095*  THEN ITS CORRECTED PAIRS (FLAG "X"), SO THE GL LOAD CAN
000096*  PROVE THE NET INSTEAD OF ACCOUNTING JOURNALLING THE
000097*  CORRECTION BY HAND.  AN ORIGINAL POSTING CARRIES A SPACE.
000098*  SUSPRECL FLAGS ITS SUSPENSE RECLASSIFICATION PAIRS "T", RERATE
000099*  ITS RATE ADJUSTMENT PAIRS "A", HOLDREL ITS RELEASE PAIRS "H".
000100***************************************************************
000110 01  DL100-GL-RECORD.
000120     05  DL100-GL-RECORD-TYPE    PIC X(03).
000232         10  DL100-GL-ADJ-FLAG   PIC X(01).
000234             88  DL100-GL-IS-REVERSAL    VALUE "R".
000236             88  DL100-GL-IS-CORRECTION  VALUE "X".
000237             88  DL100-GL-IS-RERATE      VALUE "A".
000238             88  DL100-GL-IS-TRANSFER    VALUE "T".
000239             88  DL100-GL-IS-RELEASE     VALUE "H".
000240*        ON AN "A" PAIR, THE EFFECTIVE DATE AND RATE OF THE
000241*        RATE ROW IT APPLIED (DATE ZERO - THE DEFAULT RATE).
000242         10  DL100-GL-RATE-EFF   PIC 9(08).
000244         10  DL100-GL-RATE       PIC 9(02).
000246         10  FILLER              PIC X(35).
000250     05  DL100-GL-HDR-DATA REDEFINES DL100-GL-DET-DATA.
000260         10  DL100-GL-POST-DATE  PIC 9(08).
000270         10  FILLER              PIC X(69).
