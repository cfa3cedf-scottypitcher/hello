000010***************************************************************
000020*  DLHCDREC  --  HOLDCRDS CARD LAYOUT (DL100-HCD-RECORD).
000030*
000040*  THE BRANCH HOLD CARDS THE NIGHTLY RUN READS AT START-UP.
000050*  AN "H" CARD PUTS A BRANCH ON HOLD: ITS VALID DETAILS GO
000060*  TO THE HELD-ITEMS FILE (HELDDD) INSTEAD OF THE LEDGER AND
000070*  THE SETTLEMENT EXTRACT.  A BUSINESS DATE LIMITS THE HOLD
000080*  TO THAT DATE'S BATCH; ZEROS OR SPACES HOLD THE BRANCH IN
000090*  EVERY BATCH UNTIL THE CARD IS TAKEN OUT OF THE DECK.  ONE
000100*  "T" CARD SETS THE AUTOMATIC HOLD: A BRANCH WHOSE REJECTS
000110*  REACH THE THRESHOLD PERCENT OF ITS DETAILS IN A BATCH (ONCE
000120*  IT HAS SENT THE MINIMUM NUMBER OF DETAILS) IS HELD FOR
000130*  THAT BATCH.  A THRESHOLD OF ZERO, OR NO "T" CARD, TURNS
000140*  THE AUTOMATIC HOLD OFF.
000150***************************************************************
000160 01  DL100-HCD-RECORD.
000170     05  DL100-HCD-ACTION        PIC X(01).
000180         88  DL100-HCD-IS-HOLD           VALUE "H".
000190         88  DL100-HCD-IS-THRESHOLD      VALUE "T".
000200     05  DL100-HCD-HOLD-DATA.
000210         10  DL100-HCD-BRANCH    PIC X(03).
000220         10  DL100-HCD-BUS-DATE  PIC X(08).
000230         10  DL100-HCD-REASON    PIC X(20).
000240         10  FILLER              PIC X(39).
000250     05  DL100-HCD-THR-DATA REDEFINES DL100-HCD-HOLD-DATA.
000260         10  DL100-HCD-THR-PCT   PIC X(03).
000270         10  DL100-HCD-THR-MIN   PIC X(05).
000280         10  FILLER              PIC X(62).
000290     05  DL100-HCD-USER          PIC X(08).
000300     05  FILLER                  PIC X(01).
