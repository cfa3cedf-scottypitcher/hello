000010***************************************************************
000020*  DLBILREC  --  BILLING INTERFACE RECORD (DL100-BIL-RECORD).
000030*
000040*  THE MONTH'S BRANCH CHARGES AS THE BILLING SYSTEM LOADS
000050*  THEM, WRITTEN BY THE MONTH-END BILLING RUN (BRNBILL).  ONE
000060*  "BLH" HEADER NAMES THE BILLING PERIOD (CCYYMM), ONE "BLD"
000070*  RECORD PER BILLED BRANCH CARRIES THE MONTH'S SUMMARY, AND
000080*  ONE "BLT" TRAILER CARRIES THE BLD COUNT AND THE HASH TOTAL
000090*  OF THE BILLED AMOUNTS.  A MERGED BRANCH'S ACTIVITY FROM
000100*  THE MERGE DATE IS BILLED UNDER THE SURVIVING BRANCH, SO
000110*  IT HAS NO BLD OF ITS OWN FOR THOSE DATES.
000120*
000130*  AMOUNTS ARE UNSIGNED WITH A SEPARATE SIGN BYTE ("-" FOR A
000140*  CREDIT, SPACE OTHERWISE) - THE BILLING SYSTEM'S LOADER
000150*  TAKES NO OVERPUNCHED SIGNS.
000160***************************************************************
000170 01  DL100-BIL-RECORD.
000180     05  DL100-BIL-RECORD-TYPE   PIC X(03).
000190         88  DL100-BIL-IS-HDR            VALUE "BLH".
000200         88  DL100-BIL-IS-BRN            VALUE "BLD".
000210         88  DL100-BIL-IS-TRL            VALUE "BLT".
000220     05  DL100-BIL-BRN-DATA.
000230         10  DL100-BIL-PERIOD    PIC 9(06).
000240         10  DL100-BIL-BRANCH    PIC 9(03).
000250         10  DL100-BIL-REGION    PIC X(10).
000260         10  DL100-BIL-DAYS      PIC 9(02).
000270         10  DL100-BIL-VOLUME    PIC 9(11).
000280         10  DL100-BIL-SETTLED   PIC 9(11).
000290         10  DL100-BIL-ADJ-AMT   PIC 9(11).
000300         10  DL100-BIL-ADJ-SIGN  PIC X(01).
000310             88  DL100-BIL-ADJ-IS-CREDIT VALUE "-".
000320         10  DL100-BIL-BILLED    PIC 9(11).
000330         10  DL100-BIL-BILLED-SIGN
000340                                 PIC X(01).
000350             88  DL100-BIL-BILLED-IS-CREDIT
000360                                         VALUE "-".
000370         10  FILLER              PIC X(10).
000380     05  DL100-BIL-HDR-DATA REDEFINES DL100-BIL-BRN-DATA.
000390         10  DL100-BIL-HDR-PERIOD
000400                                 PIC 9(06).
000410         10  DL100-BIL-RUN-DATE  PIC 9(08).
000420         10  DL100-BIL-RUN-TIME  PIC 9(06).
000430         10  FILLER              PIC X(57).
000440     05  DL100-BIL-TRL-DATA REDEFINES DL100-BIL-BRN-DATA.
000450         10  DL100-BIL-TRL-PERIOD
000460                                 PIC 9(06).
000470         10  DL100-BIL-REC-COUNT PIC 9(07).
000480         10  DL100-BIL-HASH-TOTAL
000490                                 PIC 9(13).
000500         10  FILLER              PIC X(51).
