000010***************************************************************
000020*  DLRGNRPT  --  REGION SECTION WORK AREAS AND PRINT LINES.
000030*
000040*  THE NIGHTLY LISTING (HELLO) AND THE MORNING SUMMARY
000050*  (MORNRPT) BOTH BREAK THEIR FIGURES OUT BY THE REGION ON
000060*  THE BRANCH MASTER, SO EACH REGIONAL MANAGER READS ONE
000070*  SECTION: THE REGION'S BRANCH LINES, ITS REJECTS BY REASON
000080*  CODE, A REGIONAL TOTAL LINE, AND ITS OWN ALL CLEAR /
000090*  ATTENTION BANNER.  A BRANCH WITH NO REGION, OR NO ROW ON
000100*  THE MASTER, FALLS IN THE "UNASSIGNED" SECTION, PRINTED
000110*  LAST, SO NOTHING DROPS OUT OF THE DISTRIBUTION.  THE
000120*  RECAP TABLE CARRIES EACH REGION'S TOTALS FOR THE
000130*  OPERATIONS RECAP AT THE END OF THE RUN.
000140*
000150*  MORNRPT COPIES THIS WITH REPLACING LEADING ==DL100-== BY
000160*  ==DL230-==.
000170***************************************************************
000180 01  DL100-WS-RGN-CONTROL.
000190     05  DL100-WS-RGN-CURR       PIC X(10)  VALUE SPACES.
000200     05  DL100-WS-RGN-LAST       PIC X(10)  VALUE SPACES.
000210     05  DL100-WS-RGT-USED       PIC 9(03)  COMP VALUE ZERO.
000220     05  DL100-WS-RGT-IDX        PIC 9(03)  COMP VALUE ZERO.
000230     05  DL100-WS-RGT-FOUND      PIC 9(03)  COMP VALUE ZERO.
000240     05  DL100-WS-RGN-ATTN-SW    PIC X(01)  VALUE "N".
000250         88  DL100-RGN-ATTENTION            VALUE "Y".
000260 01  DL100-WS-RGN-TOTALS.
000270     05  DL100-WS-RGN-BRANCHES   PIC 9(03)  VALUE ZERO.
000280     05  DL100-WS-RGN-ITEMS      PIC 9(07)  VALUE ZERO.
000290     05  DL100-WS-RGN-VOLUME     PIC 9(11)  VALUE ZERO.
000300     05  DL100-WS-RGN-SETTLED    PIC 9(11)  VALUE ZERO.
000310     05  DL100-WS-RGN-REJECTS    PIC 9(07)  VALUE ZERO.
000320     05  DL100-WS-RGN-BREAKS     PIC 9(05)  VALUE ZERO.
000330*    ONE ENTRY PER REGION SEEN IN THE RUN, ONE MORE THAN THE
000340*    BRANCH MASTER HOLDS SO "UNASSIGNED" ALWAYS HAS ROOM.
000350 01  DL100-WS-RGT-TABLE.
000360     05  DL100-WS-RGT-ENTRY OCCURS 51 TIMES.
000370         10  DL100-WS-RG-REGION  PIC X(10).
000380         10  DL100-WS-RG-ITEMS   PIC 9(07).
000390         10  DL100-WS-RG-VOLUME  PIC 9(11).
000400         10  DL100-WS-RG-SETTLED PIC 9(11).
000410         10  DL100-WS-RG-REJECTS PIC 9(07).
000420         10  DL100-WS-RG-BREAKS  PIC 9(05).
000430         10  DL100-WS-RG-ATTN-SW PIC X(01).
000440             88  DL100-RG-ATTENTION         VALUE "Y".
000450*    SECTION HEADING - THE LABEL IS "BATCH OF" OR "BUSINESS
000460*    DATE".
000470 01  DL100-WS-RGH-LINE.
000480     05  FILLER                  PIC X(11)  VALUE "*** REGION ".
000490     05  DL100-RGH-REGION        PIC X(10).
000500     05  FILLER                  PIC X(06)  VALUE " ***  ".
000510     05  DL100-RGH-LABEL         PIC X(14).
000520     05  DL100-RGH-DATE          PIC 9(08).
000530     05  FILLER                  PIC X(31)  VALUE SPACES.
000540*    COLUMN HEADINGS - THE LABEL AND TAIL DIFFER BETWEEN THE
000550*    BRANCH LINES AND THE RECAP LINES.
000560 01  DL100-WS-RGC-LINE.
000570     05  DL100-RGC-LABEL         PIC X(26).
000580     05  FILLER                  PIC X(36)
000590             VALUE " ITEMS     VOLUME    SETTLED REJECTS".
000600     05  DL100-RGC-TAIL          PIC X(18).
000610 01  DL100-WS-RGD-LINE.
000620     05  FILLER                  PIC X(02)  VALUE SPACES.
000630     05  DL100-RGD-BRANCH        PIC X(03).
000640     05  FILLER                  PIC X(01)  VALUE SPACE.
000650     05  DL100-RGD-NAME          PIC X(20).
000660     05  DL100-RGD-ITEMS         PIC ZZZZZ9.
000670     05  DL100-RGD-VOLUME        PIC ZZZZZZZZZZ9.
000680     05  DL100-RGD-SETTLED       PIC ZZZZZZZZZZ9.
000690     05  DL100-RGD-REJECTS       PIC ZZZZZZZ9.
000700     05  FILLER                  PIC X(01)  VALUE SPACE.
000710     05  DL100-RGD-RECON         PIC X(08).
000720     05  FILLER                  PIC X(01)  VALUE SPACE.
000730     05  DL100-RGD-SETTLE        PIC X(08).
000740 01  DL100-WS-RGR-LINE.
000750     05  FILLER                  PIC X(06)  VALUE SPACES.
000760     05  FILLER                  PIC X(08)  VALUE "REJECTS ".
000770     05  DL100-RGR-REASON        PIC X(06).
000780     05  FILLER                  PIC X(01)  VALUE SPACE.
000790     05  DL100-RGR-TEXT          PIC X(06).
000800     05  FILLER                  PIC X(27)  VALUE SPACES.
000810     05  DL100-RGR-COUNT         PIC ZZZZZZZ9.
000820     05  FILLER                  PIC X(18)  VALUE SPACES.
000830 01  DL100-WS-RTL-LINE.
000840     05  FILLER                  PIC X(08)  VALUE "  TOTAL ".
000850     05  DL100-RTL-BRANCHES      PIC ZZ9.
000860     05  FILLER                  PIC X(15)
000870             VALUE " BRANCHES      ".
000880     05  DL100-RTL-ITEMS         PIC ZZZZZ9.
000890     05  DL100-RTL-VOLUME        PIC ZZZZZZZZZZ9.
000900     05  DL100-RTL-SETTLED       PIC ZZZZZZZZZZ9.
000910     05  DL100-RTL-REJECTS       PIC ZZZZZZZ9.
000920     05  DL100-RTL-BREAKS        PIC ZZZZZZ9.
000930     05  FILLER                  PIC X(11)  VALUE " BREAKS".
000940 01  DL100-WS-RGA-LINE.
000950     05  FILLER                  PIC X(09)  VALUE "  REGION ".
000960     05  DL100-RGA-REGION        PIC X(10).
000970     05  FILLER                  PIC X(02)  VALUE SPACES.
000980     05  DL100-RGA-BANNER        PIC X(21).
000990     05  FILLER                  PIC X(38)  VALUE SPACES.
001000*    OPERATIONS RECAP - ONE LINE PER REGION AND ONE FOR THE
001010*    WHOLE RUN.
001020 01  DL100-WS-RGP-LINE.
001030     05  FILLER                  PIC X(02)  VALUE SPACES.
001040     05  DL100-RGP-REGION        PIC X(10).
001050     05  FILLER                  PIC X(14)  VALUE SPACES.
001060     05  DL100-RGP-ITEMS         PIC ZZZZZ9.
001070     05  DL100-RGP-VOLUME        PIC ZZZZZZZZZZ9.
001080     05  DL100-RGP-SETTLED       PIC ZZZZZZZZZZ9.
001090     05  DL100-RGP-REJECTS       PIC ZZZZZZZ9.
001100     05  DL100-RGP-BREAKS        PIC ZZZZZZ9.
001110     05  FILLER                  PIC X(01)  VALUE SPACE.
001120     05  DL100-RGP-STATUS        PIC X(10).
