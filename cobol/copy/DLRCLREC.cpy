000010***************************************************************
000020*  DLRCLREC  --  RUNCTL RECORD LAYOUT (DL100-RCL-RECORD).
000030*
000040*  THE NIGHTLY RUN-CONTROL LEDGER.  EVERY STEP OF HELLOJOB
000050*  LEAVES A ROW PER BUSINESS DATE IT RAN FOR: THE STEP NAME,
000060*  THE PROGRAM, AND THE CONDITION CODE IT ENDED WITH.  THE
000070*  PROGRAMS OF THE SUITE WRITE THEIR OWN ROWS ("S"); A
000080*  UTILITY OR OUTSIDE STEP (IEFBR14, ICETOOL, SETL100,
000090*  GLLD100) IS RECORDED BY A RUNCTL STEP AFTER IT ("R").
000100*  THE PRE-FLIGHT GATE (RUNGATE) READS THE LEDGER BEFORE
000110*  HELLO STARTS AND LOGS EVERY OPERATOR OVERRIDE ON IT ("O")
000120*  WITH THE OPERATOR'S USER ID AND REASON.  THE FILE GROWS
000130*  NIGHT OVER NIGHT (DISP=MOD); A RERUN OR RESTART APPENDS
000140*  THE STEP AGAIN, SO THE LAST ROW FOR A DATE AND STEP IS THE
000150*  ONE THAT STANDS.
000160***************************************************************
000170 01  DL100-RCL-RECORD.
000180     05  DL100-RCL-BUS-DATE      PIC 9(08).
000190     05  DL100-RCL-STEP          PIC X(08).
000200     05  DL100-RCL-PROGRAM       PIC X(08).
000210     05  DL100-RCL-RC            PIC 9(04).
000220     05  DL100-RCL-KIND          PIC X(01).
000230         88  DL100-RCL-IS-STEP           VALUE "S".
000240         88  DL100-RCL-IS-RECORDED       VALUE "R".
000250         88  DL100-RCL-IS-OVERRIDE       VALUE "O".
000260     05  DL100-RCL-RUN-DATE      PIC 9(08).
000270     05  DL100-RCL-RUN-TIME      PIC 9(06).
000280     05  DL100-RCL-USER          PIC X(08).
000290     05  DL100-RCL-REASON        PIC X(20).
000300     05  FILLER                  PIC X(09).
