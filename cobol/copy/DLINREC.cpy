000040*  ONE 80-BYTE RECORD PER LINE OF THE DAILY COUNT FILE, AS A
000050*  BATCH OF HEADER/DETAIL/TRAILER RECORDS.  SHARED BY EVERY
000060*  PROGRAM IN THE SUITE THAT READS OR WRITES DAILYCNT-FORMAT
000070*  DATA (HELLO, REJFIX, PROOFRPT, FEEDIN).
000080*
000090*  EACH DETAIL CARRIES THE BRANCH THE VOLUME CAME FROM, AND
000100*  THE TRAILER CARRIES A PER-BRANCH CONTROL COUNT TABLE (UP
000110*  TO 5 BRANCHES) ALONGSIDE THE GRAND CONTROL COUNT, SO A
000120*  RECONCILIATION BREAK CAN BE PINNED ON THE BRANCH THAT
000130*  CAUSED IT.  AN ALL-ZERO BRANCH ENTRY IS AN UNUSED SLOT.
000131*
000132*  A BATCH WITH MORE THAN 5 BRANCHES CARRIES THE REST ON
000133*  TRAILER EXTENSION (TRX) RECORDS, WRITTEN IMMEDIATELY AHEAD
000134*  OF THE TRL.  A TRX HAS THE TRL LAYOUT - 5 MORE BRANCH
000135*  ENTRIES EACH - WITH A ZERO CONTROL COUNT; THE GRAND COUNT
000136*  STAYS ON THE TRL.  A BATCH OF 5 BRANCHES OR FEWER HAS NO
000137*  TRX RECORDS, SO OLDER FILES READ UNCHANGED.
000140***************************************************************
000150 01  DL100-IN-RECORD.
000160     05  DL100-IN-RECORD-TYPE    PIC X(03).
000170         88  DL100-IN-IS-HDR             VALUE "HDR".
000180         88  DL100-IN-IS-DET             VALUE "DET".
000190         88  DL100-IN-IS-TRL             VALUE "TRL".
000195         88  DL100-IN-IS-TRX             VALUE "TRX".
000200     05  DL100-IN-DET-DATA.
000210         10  DL100-IN-A          PIC 9(07).
000220         10  DL100-IN-DET-BRANCH PIC 9(03).
