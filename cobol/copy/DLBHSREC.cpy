000010***************************************************************
000020*  DLBHSREC  --  BRNHIST RECORD LAYOUT (DL100-BHS-RECORD).
000030*
000040*  ONE ROW PER BRANCH PER BATCH HELLO CLOSES: THE BUSINESS
000050*  DATE AND BRANCH, THE BRANCH'S VALID DETAIL COUNT, INPUT
000060*  VOLUME, AND SETTLED AMOUNT FROM THE BATCH'S BRANCH TOTALS
000070*  TABLE, ITS REJECTED DETAILS, AND THE BATCH'S BALANCE AND
000080*  FORCED-RERUN FLAGS.  A BRANCH WHOSE DETAILS ALL REJECTED
000090*  STILL GETS A ROW, WITH NOTHING POSTED.  THE FILE GROWS
000100*  NIGHT OVER NIGHT (DISP=MOD); A FORCED RERUN OR A
000110*  RESTARTED RUN APPENDS THE DATE AGAIN, SO THE LAST ROW FOR
000120*  A DATE AND BRANCH IS THE ONE THAT STANDS.  A HELD BRANCH'S
000130*  ROW LEAVES ITS HELD ITEMS OUT OF SETTLED; WHEN THEY ARE
000140*  RELEASED, HOLDREL APPENDS THE ROW AGAIN WITH THE SETTLED
000150*  AMOUNT OF THE RELEASED SET.  READ BY THE
000160*  VOLUME ANOMALY REPORT (ANOMRPT), THE MORNING REPORT
000170*  (MORNRPT), BRANCH BILLING (BRNBILL), AND RETROACTIVE
000180*  RE-RATING (RERATE).
000190***************************************************************
000200 01  DL100-BHS-RECORD.
000210     05  DL100-BHS-BUS-DATE      PIC 9(08).
000220     05  DL100-BHS-BRANCH        PIC 9(03).
000230     05  DL100-BHS-DET-COUNT     PIC 9(05).
000240     05  DL100-BHS-VOLUME        PIC 9(09).
000250     05  DL100-BHS-SETTLED       PIC 9(09).
000260     05  DL100-BHS-REJ-COUNT     PIC 9(05).
000270     05  DL100-BHS-BAL-FLAG      PIC X(01).
000280         88  DL100-BHS-IN-BALANCE        VALUE "G".
000290         88  DL100-BHS-OUT-OF-BAL        VALUE "B".
000300     05  DL100-BHS-OVERRIDE-FLAG PIC X(01).
000310     05  DL100-BHS-RUN-DATE      PIC 9(08).
000320     05  DL100-BHS-RUN-TIME      PIC 9(06).
000330     05  FILLER                  PIC X(25).
