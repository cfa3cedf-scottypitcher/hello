000080*  ITS NEW HOME.  MAINTAINED BY BRNMNT FROM BRANCH CARDS,
000090*  WITH EVERY CHANGE LOGGED TO BRNLOG.  LOADED AT
000100*  INITIALIZATION BY HELLO (VALIDATION AND REPORT NAMES),
000110*  REJFIX, PROOFRPT, ANOMRPT, AND MORNRPT (REPORT NAMES), BY
000115*  FEEDIN (ONLY AN OPEN BRANCH'S FEED IS ACCEPTED), BRNBILL
000116*  (NAMES, AND THE SURVIVOR A MERGED BRANCH BILLS UNDER), AND
000117*  WHATIF (WHICH BRANCHES WERE OPEN ON A REPLAYED DATE).  THE
000118*  MERGE DATE IS STAMPED BY BRNMNT WHEN THE STATUS GOES TO
000119*  "M"; A ROW MERGED BEFORE IT WAS CARRIED HOLDS SPACES.
000120***************************************************************
000130 01  DL100-BRN-RECORD.
000140     05  DL100-BRN-BRANCH        PIC 9(03).
000210     05  DL100-BRN-MERGED-INTO   PIC 9(03).
000220     05  DL100-BRN-UPD-USER      PIC X(08).
000230     05  DL100-BRN-UPD-DATE      PIC 9(08).
000240     05  DL100-BRN-MERGE-DATE    PIC 9(08).
000245     05  FILLER                  PIC X(19).
