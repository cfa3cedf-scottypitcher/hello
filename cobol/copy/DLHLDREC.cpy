000010***************************************************************
000020*  DLHLDREC  --  HELDDD RECORD LAYOUT (DL100-HLD-RECORD).
000030*
000040*  ONE ROW PER DETAIL THE NIGHTLY RUN HELD BACK INSTEAD OF
000050*  POSTING, BECAUSE ITS BRANCH WAS ON HOLD - NAMED ON A HOLD
000060*  CARD, OR HELD AUTOMATICALLY WHEN ITS REJECT RATE FOR THE
000070*  BATCH REACHED THE THRESHOLD.  KEYED BY THE DATE AND TIME
000080*  OF THE RUN THAT HELD IT AND A SEQUENCE IN THAT RUN.  THE
000090*  DETAIL'S VOLUME, THE RATE RESOLVED FOR IT, AND THE AMOUNT
000100*  IT WOULD HAVE POSTED ARE KEPT SO THE RELEASE RUN (HOLDREL)
000110*  CAN POST IT LATER FOR ITS ORIGINAL BUSINESS DATE.
000120*
000130*  A ROW STAYS "H" UNTIL HOLDREL RELEASES ("R") OR DROPS ("D")
000140*  IT.  WHEN THE NIGHTLY RUN PROCESSES A BUSINESS DATE AGAIN
000150*  (A FORCED RERUN OR A RESTART), THE EARLIER RUN'S ROWS STILL
000160*  HELD FOR THE DATE ARE MARKED SUPERSEDED ("S") - THE LATER
000170*  RUN HELD OR POSTED THE DATE AFRESH.  ROWS ARE NEVER
000180*  DELETED.
000190***************************************************************
000200 01  DL100-HLD-RECORD.
000210     05  DL100-HLD-KEY.
000220         10  DL100-HLD-RUN-DATE  PIC 9(08).
000230         10  DL100-HLD-RUN-TIME  PIC 9(06).
000240         10  DL100-HLD-SEQ       PIC 9(05).
000250     05  DL100-HLD-BUS-DATE      PIC 9(08).
000260     05  DL100-HLD-BRANCH        PIC 9(03).
000270     05  DL100-HLD-A             PIC 9(07).
000280     05  DL100-HLD-RATE          PIC 9(02).
000290     05  DL100-HLD-AMOUNT        PIC 9(09).
000300     05  DL100-HLD-HOLD-TYPE     PIC X(01).
000310         88  DL100-HLD-BY-CARD           VALUE "C".
000320         88  DL100-HLD-BY-REJECT-RATE    VALUE "R".
000330     05  DL100-HLD-HOLD-REASON   PIC X(20).
000340     05  DL100-HLD-STATUS        PIC X(01).
000350         88  DL100-HLD-IS-HELD           VALUE "H".
000360         88  DL100-HLD-IS-RELEASED       VALUE "R".
000370         88  DL100-HLD-IS-DROPPED        VALUE "D".
000380         88  DL100-HLD-IS-SUPERSEDED     VALUE "S".
000390     05  DL100-HLD-DONE-DATE     PIC 9(08).
000400     05  DL100-HLD-DONE-USER     PIC X(08).
000410     05  DL100-HLD-DONE-REASON   PIC X(20).
000420     05  FILLER                  PIC X(14).
