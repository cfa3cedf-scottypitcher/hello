000010***************************************************************
000020*  DLPNDREC  --  PENDCHG RECORD LAYOUT (DL100-PND-RECORD).
000030*
000040*  ONE ROW PER MAINTENANCE CARD KEYED TO RULEMNT, RATEMNT,
000050*  OR BRNMNT, KEYED BY THE DATE AND TIME IT WAS KEYED AND
000060*  ITS CARD NUMBER IN THAT RUN.  THE CARD IMAGE IS HELD HERE
000070*  UNTIL A SECOND USER APPROVES OR REJECTS IT IN THE APPROVAL
000080*  RUN (CHGAPPR); THE APPROVER MAY NOT BE THE USER WHO KEYED
000090*  IT.  THE MAINTENANCE PROGRAMS' APPLY MODE THEN APPLIES
000100*  ONLY THE APPROVED ROWS TO RULESDD, RATESDD, AND BRANCHDD.
000110*  ROWS ARE NEVER DELETED - THE DECISION AND THE OUTCOME OF
000120*  THE APPLY STAY ON FILE FOR THE AUDITORS.
000130***************************************************************
000140 01  DL100-PND-RECORD.
000150     05  DL100-PND-KEY.
000160         10  DL100-PND-KEY-DATE  PIC 9(08).
000170         10  DL100-PND-KEY-TIME  PIC 9(06).
000180         10  DL100-PND-KEY-SEQ   PIC 9(04).
000190     05  DL100-PND-TYPE          PIC X(03).
000200         88  DL100-PND-IS-RULE           VALUE "RUL".
000210         88  DL100-PND-IS-RATE           VALUE "RAT".
000220         88  DL100-PND-IS-BRANCH         VALUE "BRN".
000230     05  DL100-PND-STATUS        PIC X(01).
000240         88  DL100-PND-IS-PENDING        VALUE "P".
000250         88  DL100-PND-IS-APPROVED       VALUE "A".
000260         88  DL100-PND-IS-REJECTED       VALUE "R".
000270         88  DL100-PND-IS-APPLIED        VALUE "D".
000280         88  DL100-PND-IS-FAILED         VALUE "F".
000290     05  DL100-PND-EFF-DATE      PIC 9(08).
000300     05  DL100-PND-KEY-USER      PIC X(08).
000310     05  DL100-PND-APPR-USER     PIC X(08).
000320     05  DL100-PND-APPR-DATE     PIC 9(08).
000330     05  DL100-PND-REASON        PIC X(20).
000340     05  DL100-PND-DONE-DATE     PIC 9(08).
000350     05  DL100-PND-CARD          PIC X(80).
000360     05  FILLER                  PIC X(08).
