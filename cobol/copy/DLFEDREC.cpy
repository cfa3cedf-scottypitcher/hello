000010***************************************************************
000020*  DLFEDREC  --  BRANCH SUBMISSION RECORD LAYOUT
000030*                (DL100-FED-RECORD).
000040*
000050*  EACH BRANCH SENDS ITS DAY'S VOLUME AS A SUBMISSION FILE OF
000060*  ITS OWN: ONE BFH HEADER NAMING THE BRANCH AND THE BUSINESS
000070*  DATE, ONE BFD DETAIL PER VOLUME FIGURE, AND ONE BFT TRAILER
000080*  CARRYING THE BRANCH'S OWN RECORD COUNT AND VOLUME TOTAL.
000090*  FEEDIN READS THE SUBMISSIONS (THE BRFEED DD CONCATENATES
000100*  THEM), CHECKS EACH AGAINST THE BRANCH MASTER AND ITS OWN
000110*  TRAILER, AND BUILDS THE NIGHT'S DAILYCNT BATCH FROM THE
000120*  ONES IT ACCEPTS.
000130***************************************************************
000140 01  DL100-FED-RECORD.
000150     05  DL100-FED-RECORD-TYPE   PIC X(03).
000160         88  DL100-FED-IS-HDR            VALUE "BFH".
000170         88  DL100-FED-IS-DET            VALUE "BFD".
000180         88  DL100-FED-IS-TRL            VALUE "BFT".
000190     05  DL100-FED-HDR-DATA.
000200         10  DL100-FED-HDR-BRANCH
000210                                 PIC 9(03).
000220         10  DL100-FED-HDR-DATE  PIC 9(08).
000230         10  FILLER              PIC X(66).
000240     05  DL100-FED-DET-DATA REDEFINES DL100-FED-HDR-DATA.
000250         10  DL100-FED-A         PIC 9(07).
000260         10  FILLER              PIC X(70).
000270     05  DL100-FED-TRL-DATA REDEFINES DL100-FED-HDR-DATA.
000280         10  DL100-FED-TRL-RECS  PIC 9(07).
000290         10  DL100-FED-TRL-VOLUME
000300                                 PIC 9(09).
000310         10  FILLER              PIC X(61).
