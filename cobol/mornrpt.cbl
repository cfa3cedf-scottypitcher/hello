000040*  MORNING EXCEPTIONS SUMMARY.  THE LAST STEP OF THE NIGHTLY
000050*  STREAM PULLS THE NIGHT TOGETHER ONTO ONE PAGE PER
000060*  BUSINESS DATE, SO THE 7 AM SHIFT READS ONE LISTING
000070*  INSTEAD OF SIX:
000080*
000090*      - THE AUDIT ROW (RETURN CODE, DETAIL AND REJECT
000100*        COUNTS, FORCED AND CALENDAR FLAGS),
000130*      - THE SETTLEMENT EXTRACT STATUS FLAG,
000140*      - THE CROSS-FILE PROOF VERDICT LIFTED FROM THE
000150*        PROOFRPT LISTING,
000160*      - THE LEDGER/SETTLEMENT TIE-OUT VERDICT LIFTED FROM THE
000170*        GLRECRPT LISTING,
000180*      - THE ITEMS HELD BACK FROM POSTING FOR A BRANCH ON HOLD,
000190*        FROM THE HELD-ITEMS FILE (HELDDD),
000200*
000210*  EACH DATE CLOSED WITH AN ALL CLEAR OR ATTENTION BANNER.
000220*  A RECAP OF EVERYTHING STILL HELD, WHATEVER ITS DATE, CLOSES
000230*  THE REPORT UNTIL THE RELEASE RUN CLEARS IT.
000240*  EACH DATE'S PAGE THEN BREAKS THE NIGHT OUT BY THE REGION ON
000250*  THE BRANCH MASTER - A SECTION PER REGION, BRANCHES WITH NO
000260*  REGION OR NO MASTER ROW UNDER "UNASSIGNED" - AND AN
000270*  OPERATIONS RECAP OF THE REGIONAL TOTALS PRECEDES THE
000280*  OVERALL VERDICT.
000290*  THE BUSINESS DATES COME FROM TONIGHT'S DAILYCNT HEADERS.
000300*  THE DETAIL LISTINGS STAY FOR DRILL-DOWN; THIS IS THE PAGE
000310*  THE MORNING ACTUALLY READS, AND ITS CONDITION CODE (0008
000320*  ON ANY ATTENTION) IS WHAT THE SCHEDULE HOLDS ON.
000330*
000340*  MODIFICATION HISTORY
000350*  --------------------
000360*  DATE       INIT  DESCRIPTION
000370*  ---------- ----  ------------------------------------------
000380*  2026-09-02 DLP   INITIAL VERSION.
000390*  2026-10-15 DLP   ADD THE LEDGER/SETTLEMENT TIE-OUT VERDICT
000400*                   FROM THE GLRECON LISTING TO EACH DATE'S
000410*                   PAGE.
000420*  2026-10-15 DLP   ADD THE ITEMS HELD FOR BRANCHES ON HOLD TO
000430*                   EACH DATE'S PAGE AND A RECAP OF THE HELD
000440*                   BALANCE STILL OUTSTANDING.
000450*  2026-10-15 DLP   RECORD THE STEP ON THE RUN-CONTROL LEDGER
000460*                   (RUNCTL), ONE ROW PER BUSINESS DATE, WITH
000470*                   THE RUN'S RETURN CODE.
000480*  2026-10-15 DLP   ADD A SECTION PER BRANCH REGION TO EACH
000490*                   DATE'S PAGE AND AN OPERATIONS RECAP BY REGION.
000500*  2026-10-15 DLP   PARAGRAPHS PUT IN NUMERIC ORDER; RESEQUENCED.
000510***************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. MORNRPT.
000540 AUTHOR. D. L. PRICE.
000550 INSTALLATION. DATA PROCESSING.
000560 DATE-WRITTEN. 2026-09-02.
000570 DATE-COMPILED.
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT DL230-IN-FILE ASSIGN TO "DAILYCNT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS DL230-WS-IN-STATUS.
000670     SELECT DL230-AUD-FILE ASSIGN TO "AUDITDD"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS DL100-AUD-RUN-DATE
000710         FILE STATUS IS DL230-WS-AUD-STATUS.
000720     SELECT DL230-REJ-FILE ASSIGN TO "REJECTDD"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS DL230-WS-REJ-STATUS.
000750     SELECT DL230-BRN-FILE ASSIGN TO "BRANCHDD"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS DL100-BRN-BRANCH
000790         FILE STATUS IS DL230-WS-BRN-STATUS.
000800     SELECT DL230-BHS-FILE ASSIGN TO "BRNHIST"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS DL230-WS-BHS-STATUS.
000830     SELECT DL230-EXT-FILE ASSIGN TO "SETLXTR"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS DL230-WS-EXT-STATUS.
000860     SELECT DL230-PRF-FILE ASSIGN TO "PROOFRPT"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS DL230-WS-PRF-STATUS.
000890     SELECT DL230-GLR-FILE ASSIGN TO "GLRECRPT"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS DL230-WS-GLR-STATUS.
000920     SELECT DL230-RPT-FILE ASSIGN TO "MORNRPT"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS DL230-WS-RPT-STATUS.
000950     SELECT DL230-HLD-FILE ASSIGN TO "HELDDD"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS DL100-HLD-KEY
000990         FILE STATUS IS DL230-WS-HLD-STATUS.
001000     SELECT DL230-RCL-FILE ASSIGN TO "RUNCTL"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS DL230-WS-RCL-STATUS.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  DL230-IN-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080     COPY DLINREC.
001090
001100 FD  DL230-AUD-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 60 CHARACTERS.
001130     COPY DLAUDREC.
001140
001150 FD  DL230-REJ-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 80 CHARACTERS.
001180     COPY DLREJREC.
001190
001200 FD  DL230-BRN-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 80 CHARACTERS.
001230     COPY DLBRNREC.
001240
001250 FD  DL230-BHS-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 80 CHARACTERS.
001280     COPY DLBHSREC.
001290
001300 FD  DL230-EXT-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 32 CHARACTERS.
001330     COPY DLEXTREC.
001340
001350 FD  DL230-PRF-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 80 CHARACTERS.
001380 01  DL230-PRF-RECORD            PIC X(80).
001390
001400 FD  DL230-GLR-FILE
001410     LABEL RECORDS ARE STANDARD
001420     RECORD CONTAINS 80 CHARACTERS.
001430 01  DL230-GLR-RECORD            PIC X(80).
001440
001450 FD  DL230-RPT-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 80 CHARACTERS.
001480 01  DL230-RPT-RECORD            PIC X(80).
001490
001500 FD  DL230-HLD-FILE
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 120 CHARACTERS.
001530     COPY DLHLDREC.
001540
001550 FD  DL230-RCL-FILE
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 80 CHARACTERS.
001580     COPY DLRCLREC.
001590 WORKING-STORAGE SECTION.
001600 77  DL230-WS-IN-STATUS          PIC X(02)  VALUE SPACES.
001610 77  DL230-WS-AUD-STATUS         PIC X(02)  VALUE SPACES.
001620 77  DL230-WS-REJ-STATUS         PIC X(02)  VALUE SPACES.
001630 77  DL230-WS-EXT-STATUS         PIC X(02)  VALUE SPACES.
001640 77  DL230-WS-PRF-STATUS         PIC X(02)  VALUE SPACES.
001650 77  DL230-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
001660 77  DL230-WS-GLR-STATUS         PIC X(02)  VALUE SPACES.
001670 77  DL230-WS-HLD-STATUS         PIC X(02)  VALUE SPACES.
001680 77  DL230-WS-RCL-STATUS         PIC X(02)  VALUE SPACES.
001690 77  DL230-WS-BRN-STATUS         PIC X(02)  VALUE SPACES.
001700 77  DL230-WS-BHS-STATUS         PIC X(02)  VALUE SPACES.
001710 77  DL230-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001720 77  DL230-WS-BRS-USED           PIC 9(03)  COMP VALUE ZERO.
001730 77  DL230-WS-BRS-IDX            PIC 9(03)  COMP VALUE ZERO.
001740 77  DL230-WS-BRS-FOUND          PIC 9(03)  COMP VALUE ZERO.
001750 77  DL230-WS-RDB-USED           PIC 9(03)  COMP VALUE ZERO.
001760 77  DL230-WS-RDB-IDX            PIC 9(03)  COMP VALUE ZERO.
001770 77  DL230-WS-RDB-FOUND          PIC 9(03)  COMP VALUE ZERO.
001780 77  DL230-WS-RSN-USED           PIC 9(03)  COMP VALUE ZERO.
001790 77  DL230-WS-RSN-IDX            PIC 9(03)  COMP VALUE ZERO.
001800 77  DL230-WS-RSN-FOUND          PIC 9(03)  COMP VALUE ZERO.
001810 77  DL230-WS-DAY-USED           PIC 9(03)  COMP VALUE ZERO.
001820 77  DL230-WS-DAY-IDX            PIC 9(03)  COMP VALUE ZERO.
001830 77  DL230-WS-DAY-FOUND          PIC 9(03)  COMP VALUE ZERO.
001840 77  DL230-WS-RJS-USED           PIC 9(03)  COMP VALUE ZERO.
001850 77  DL230-WS-RJS-IDX            PIC 9(03)  COMP VALUE ZERO.
001860 77  DL230-WS-RJS-FOUND          PIC 9(03)  COMP VALUE ZERO.
001870 77  DL230-WS-EXF-USED           PIC 9(03)  COMP VALUE ZERO.
001880 77  DL230-WS-EXF-IDX            PIC 9(03)  COMP VALUE ZERO.
001890 77  DL230-WS-EXF-FOUND          PIC 9(03)  COMP VALUE ZERO.
001900 77  DL230-WS-PRV-USED           PIC 9(03)  COMP VALUE ZERO.
001910 77  DL230-WS-PRV-IDX            PIC 9(03)  COMP VALUE ZERO.
001920 77  DL230-WS-PRV-FOUND          PIC 9(03)  COMP VALUE ZERO.
001930 77  DL230-WS-GLV-USED           PIC 9(03)  COMP VALUE ZERO.
001940 77  DL230-WS-GLV-IDX            PIC 9(03)  COMP VALUE ZERO.
001950 77  DL230-WS-GLV-FOUND          PIC 9(03)  COMP VALUE ZERO.
001960 77  DL230-WS-HLS-USED           PIC 9(03)  COMP VALUE ZERO.
001970 77  DL230-WS-HLS-IDX            PIC 9(03)  COMP VALUE ZERO.
001980 77  DL230-WS-HLS-FOUND          PIC 9(03)  COMP VALUE ZERO.
001990 77  DL230-WS-SRCH-DATE          PIC 9(08)  VALUE ZERO.
002000 77  DL230-WS-SRCH-BRANCH        PIC 9(03)  VALUE ZERO.
002010 77  DL230-WS-SRCH-CODE          PIC X(03)  VALUE SPACES.
002020 77  DL230-WS-SRCH-REASON        PIC X(06)  VALUE SPACES.
002030 77  DL230-WS-PRF-CURR-DATE      PIC 9(08)  VALUE ZERO.
002040 77  DL230-WS-ATTN-COUNT         PIC 9(03)  VALUE ZERO.
002050 77  DL230-WS-HELD-ITEMS         PIC 9(07)  VALUE ZERO.
002060 77  DL230-WS-HELD-TOTAL         PIC 9(11)  VALUE ZERO.
002070 77  DL230-WS-HELD-EDIT          PIC ZZZZZZZZZZ9.
002080 77  DL230-WS-RUN-TIME           PIC 9(08)  VALUE ZERO.
002090 01  DL230-WS-SWITCHES.
002100     05  DL230-WS-IN-EOF-SW      PIC X(01)  VALUE "N".
002110         88  DL230-EOF-INPUT                VALUE "Y".
002120     05  DL230-WS-REJ-EOF-SW     PIC X(01)  VALUE "N".
002130         88  DL230-EOF-REJECTS              VALUE "Y".
002140     05  DL230-WS-EXT-EOF-SW     PIC X(01)  VALUE "N".
002150         88  DL230-EOF-EXTRACT              VALUE "Y".
002160     05  DL230-WS-PRF-EOF-SW     PIC X(01)  VALUE "N".
002170         88  DL230-EOF-PROOF                VALUE "Y".
002180     05  DL230-WS-GLR-EOF-SW     PIC X(01)  VALUE "N".
002190         88  DL230-EOF-TIE-OUT              VALUE "Y".
002200     05  DL230-WS-HLD-EOF-SW     PIC X(01)  VALUE "N".
002210         88  DL230-EOF-HELD                 VALUE "Y".
002220     05  DL230-WS-ATTN-SW        PIC X(01)  VALUE "N".
002230         88  DL230-DATE-ATTENTION           VALUE "Y".
002240     05  DL230-WS-BRN-EOF-SW     PIC X(01)  VALUE "N".
002250         88  DL230-EOF-BRANCHES             VALUE "Y".
002260     05  DL230-WS-BHS-EOF-SW     PIC X(01)  VALUE "N".
002270         88  DL230-EOF-BRN-HISTORY          VALUE "Y".
002280 01  DL230-WS-RUN-DATE.
002290     05  DL230-WS-RUN-CCYY       PIC 9(04).
002300     05  DL230-WS-RUN-MM         PIC 9(02).
002310     05  DL230-WS-RUN-DD         PIC 9(02).
002320 01  DL230-WS-OVERALL-VERDICT    PIC X(12)  VALUE SPACES.
002330***************************************************************
002340*  BRANCH MASTER - EACH BRANCH'S NAME AND REGION, FROM BRANCHDD.
002350***************************************************************
002360 01  DL230-WS-BRS-TABLE.
002370     05  DL230-WS-BRS-ENTRY OCCURS 50 TIMES.
002380         10  DL230-WS-BS-CODE    PIC 9(03).
002390         10  DL230-WS-BS-NAME    PIC X(20).
002400         10  DL230-WS-BS-REGION  PIC X(10).
002410***************************************************************
002420*  TONIGHT'S BUSINESS DATES, FROM THE DAILYCNT HEADERS.
002430***************************************************************
002440 01  DL230-WS-DAY-TABLE.
002450     05  DL230-WS-DAY-ENTRY OCCURS 50 TIMES.
002460         10  DL230-WS-DY-DATE    PIC 9(08).
002470***************************************************************
002480*  REJECT SUMMARY BY BUSINESS DATE, REASON CODE, AND BRANCH,
002490*  AGGREGATED FROM REJECTDD.
002500***************************************************************
002510 01  DL230-WS-RJS-TABLE.
002520     05  DL230-WS-RJS-ENTRY OCCURS 100 TIMES.
002530         10  DL230-WS-RJ-DATE    PIC 9(08).
002540         10  DL230-WS-RJ-REASON  PIC X(06).
002550         10  DL230-WS-RJ-BRANCH  PIC X(03).
002560         10  DL230-WS-RJ-COUNT   PIC 9(05).
002570         10  DL230-WS-RJ-VOLUME  PIC 9(09).
002580         10  DL230-WS-RJ-TEXT    PIC X(06).
002590***************************************************************
002600*  ONE REGION'S REJECTS FOR THE DATE, BY REASON CODE.
002610***************************************************************
002620 01  DL230-WS-RSN-TABLE.
002630     05  DL230-WS-RSN-ENTRY OCCURS 20 TIMES.
002640         10  DL230-WS-RN-REASON  PIC X(06).
002650         10  DL230-WS-RN-TEXT    PIC X(06).
002660         10  DL230-WS-RN-COUNT   PIC 9(07).
002670***************************************************************
002680*  SETTLEMENT EXTRACT STATUS BY BUSINESS DATE - THE LATEST
002690*  EXH HEADER FLAG PER DATE (A RERUN'S SET SUPERSEDES).
002700***************************************************************
002710 01  DL230-WS-EXF-TABLE.
002720     05  DL230-WS-EXF-ENTRY OCCURS 100 TIMES.
002730         10  DL230-WS-XF-DATE    PIC 9(08).
002740         10  DL230-WS-XF-FLAG    PIC X(01).
002750***************************************************************
002760*  PROOF VERDICT BY BUSINESS DATE, LIFTED FROM THE PROOFRPT
002770*  LISTING ("BATCH OF" SECTION HEADERS AND THEIR "BATCH
002780*  VERDICT:" LINES - THE LISTING GROWS UNDER DISP=MOD, SO
002790*  THE LAST SECTION PER DATE IS TONIGHT'S), PLUS THE LAST
002800*  OVERALL VERDICT ON FILE.
002810***************************************************************
002820 01  DL230-WS-PRV-TABLE.
002830     05  DL230-WS-PRV-ENTRY OCCURS 100 TIMES.
002840         10  DL230-WS-PV-DATE    PIC 9(08).
002850         10  DL230-WS-PV-VERDICT PIC X(12).
002860***************************************************************
002870*  TIE-OUT VERDICT BY BUSINESS DATE, LIFTED FROM THE GLRECRPT
002880*  LISTING'S "TIE-OUT" LINES - THE LAST ONE PER DATE WINS.
002890***************************************************************
002900 01  DL230-WS-GLV-TABLE.
002910     05  DL230-WS-GLV-ENTRY OCCURS 100 TIMES.
002920         10  DL230-WS-GV-DATE    PIC 9(08).
002930         10  DL230-WS-GV-VERDICT PIC X(12).
002940***************************************************************
002950*  ITEMS STILL HELD ON HELDDD, BY BUSINESS DATE AND BRANCH.
002960***************************************************************
002970 01  DL230-WS-HLS-TABLE.
002980     05  DL230-WS-HLS-ENTRY OCCURS 100 TIMES.
002990         10  DL230-WS-HS-DATE    PIC 9(08).
003000         10  DL230-WS-HS-BRANCH  PIC 9(03).
003010         10  DL230-WS-HS-COUNT   PIC 9(05).
003020         10  DL230-WS-HS-AMOUNT  PIC 9(11).
003030***************************************************************
003040*  REGION SECTIONS - ONE ENTRY PER BUSINESS DATE AND BRANCH:
003050*  THE LAST BRNHIST ROW'S FIGURES, THE REJECTS, AND THE
003060*  BRANCH'S GLRECRPT TIE-OUT LINE.
003070***************************************************************
003080 01  DL230-WS-RDB-TABLE.
003090     05  DL230-WS-RDB-ENTRY OCCURS 500 TIMES.
003100         10  DL230-WS-RD-DATE    PIC 9(08).
003110         10  DL230-WS-RD-BRANCH  PIC X(03).
003120         10  DL230-WS-RD-REGION  PIC X(10).
003130         10  DL230-WS-RD-ITEMS   PIC 9(05).
003140         10  DL230-WS-RD-VOLUME  PIC 9(09).
003150         10  DL230-WS-RD-SETTLED PIC 9(09).
003160         10  DL230-WS-RD-REJECTS PIC 9(05).
003170         10  DL230-WS-RD-RECON   PIC X(08).
003180         10  DL230-WS-RD-SETTLE  PIC X(08).
003190***************************************************************
003200*  REPORT LINE LAYOUTS
003210***************************************************************
003220     COPY DLRGNRPT
003230         REPLACING LEADING ==DL100-== BY ==DL230-==.
003240 01  DL230-WS-HDR-LINE.
003250     05  FILLER                  PIC X(29)
003260             VALUE "MORNING EXCEPTIONS SUMMARY - ".
003270     05  DL230-HL-CCYY           PIC 9(04).
003280     05  FILLER                  PIC X(01)  VALUE "-".
003290     05  DL230-HL-MM             PIC 9(02).
003300     05  FILLER                  PIC X(01)  VALUE "-".
003310     05  DL230-HL-DD             PIC 9(02).
003320     05  FILLER                  PIC X(41)  VALUE SPACES.
003330 01  DL230-WS-DAY-LINE.
003340     05  FILLER                  PIC X(14)
003350             VALUE "BUSINESS DATE ".
003360     05  DL230-DY-DATE           PIC 9(08).
003370     05  FILLER                  PIC X(58)  VALUE SPACES.
003380 01  DL230-WS-AUD-LINE.
003390     05  FILLER                  PIC X(06)
003400             VALUE "  RC: ".
003410     05  DL230-AL-RC             PIC 9(04).
003420     05  FILLER                  PIC X(10)
003430             VALUE "  DETAILS:".
003440     05  DL230-AL-DETS           PIC ZZZZ9.
003450     05  FILLER                  PIC X(10)
003460             VALUE "  REJECTS:".
003470     05  DL230-AL-REJS           PIC ZZZZ9.
003480     05  FILLER                  PIC X(09)
003490             VALUE "  FORCED:".
003500     05  DL230-AL-FORCED         PIC X(01).
003510     05  FILLER                  PIC X(07)
003520             VALUE "  CAL: ".
003530     05  DL230-AL-CAL            PIC X(01).
003540     05  FILLER                  PIC X(07)
003550             VALUE "  GAP: ".
003560     05  DL230-AL-GAP            PIC X(01).
003570     05  FILLER                  PIC X(07)  VALUE SPACES.
003580 01  DL230-WS-REJ-LINE.
003590     05  FILLER                  PIC X(11)
003600             VALUE "  REJECTS  ".
003610     05  DL230-RL-REASON         PIC X(06).
003620     05  FILLER                  PIC X(09)
003630             VALUE "  BRANCH ".
003640     05  DL230-RL-BRANCH         PIC X(03).
003650     05  FILLER                  PIC X(08)
003660             VALUE "  COUNT ".
003670     05  DL230-RL-COUNT          PIC ZZZZ9.
003680     05  FILLER                  PIC X(09)
003690             VALUE "  VOLUME ".
003700     05  DL230-RL-VOLUME         PIC ZZZZZZZZ9.
003710     05  FILLER                  PIC X(20)  VALUE SPACES.
003720 01  DL230-WS-STA-LINE.
003730     05  FILLER                  PIC X(02)  VALUE SPACES.
003740     05  DL230-SL-LABEL          PIC X(20).
003750     05  DL230-SL-VALUE          PIC X(14).
003760     05  FILLER                  PIC X(44)  VALUE SPACES.
003770 01  DL230-WS-BAN-LINE.
003780     05  FILLER                  PIC X(02)  VALUE SPACES.
003790     05  DL230-BL-BANNER         PIC X(21).
003800     05  FILLER                  PIC X(57)  VALUE SPACES.
003810 01  DL230-WS-HLD-LINE.
003820     05  DL230-HD-LABEL          PIC X(11).
003830     05  FILLER                  PIC X(07)  VALUE "BRANCH ".
003840     05  DL230-HD-BRANCH         PIC 9(03).
003850     05  FILLER                  PIC X(08)  VALUE "  ITEMS ".
003860     05  DL230-HD-COUNT          PIC ZZZZ9.
003870     05  FILLER                  PIC X(09)  VALUE "  AMOUNT ".
003880     05  DL230-HD-AMOUNT         PIC ZZZZZZZZZZ9.
003890     05  FILLER                  PIC X(26)  VALUE SPACES.
003900 PROCEDURE DIVISION.
003910 0000-MAINLINE.
003920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003930     MOVE 1 TO DL230-WS-DAY-IDX.
003940     PERFORM 5000-REPORT-ONE-DATE THRU 5000-EXIT
003950         UNTIL DL230-WS-DAY-IDX > DL230-WS-DAY-USED.
003960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003970     MOVE DL230-WS-RETURN-CODE TO RETURN-CODE.
003980     STOP RUN.
003990
004000***************************************************************
004010*  1000-INITIALIZE  --  OPEN THE FILES AND GATHER THE NIGHT:
004020*                       TONIGHT'S BUSINESS DATES FROM THE
004030*                       DAILYCNT HEADERS, THE REJECT SUMMARY,
004040*                       THE EXTRACT STATUS FLAGS, AND THE
004050*                       PROOF VERDICTS FROM THE PROOFRPT
004060*                       LISTING.
004070***************************************************************
004080 1000-INITIALIZE.
004090     ACCEPT DL230-WS-RUN-DATE FROM DATE YYYYMMDD.
004100     OPEN OUTPUT DL230-RPT-FILE.
004110     IF DL230-WS-RPT-STATUS NOT = "00"
004120         DISPLAY "MORNRPT: UNABLE TO OPEN MORNRPT, STATUS = "
004130             DL230-WS-RPT-STATUS
004140         MOVE 0016 TO DL230-WS-RETURN-CODE
004150     END-IF.
004160     MOVE DL230-WS-RUN-CCYY TO DL230-HL-CCYY.
004170     MOVE DL230-WS-RUN-MM TO DL230-HL-MM.
004180     MOVE DL230-WS-RUN-DD TO DL230-HL-DD.
004190     MOVE DL230-WS-HDR-LINE TO DL230-RPT-RECORD.
004200     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004210     OPEN INPUT DL230-IN-FILE.
004220     IF DL230-WS-IN-STATUS NOT = "00"
004230         DISPLAY "MORNRPT: DAILYCNT NOT AVAILABLE, STATUS = "
004240             DL230-WS-IN-STATUS
004250         SET DL230-EOF-INPUT TO TRUE
004260         MOVE 0016 TO DL230-WS-RETURN-CODE
004270     END-IF.
004280     PERFORM 1100-SCAN-INPUT THRU 1100-EXIT
004290         UNTIL DL230-EOF-INPUT.
004300     IF DL230-WS-IN-STATUS = "00" OR "10"
004310         CLOSE DL230-IN-FILE
004320     END-IF.
004330     OPEN INPUT DL230-REJ-FILE.
004340     IF DL230-WS-REJ-STATUS NOT = "00"
004350         DISPLAY "MORNRPT: REJECTDD NOT AVAILABLE, STATUS = "
004360             DL230-WS-REJ-STATUS
004370         SET DL230-EOF-REJECTS TO TRUE
004380     END-IF.
004390     PERFORM 1200-LOAD-REJECT THRU 1200-EXIT
004400         UNTIL DL230-EOF-REJECTS.
004410     IF DL230-WS-REJ-STATUS = "00" OR "10"
004420         CLOSE DL230-REJ-FILE
004430     END-IF.
004440     OPEN INPUT DL230-EXT-FILE.
004450     IF DL230-WS-EXT-STATUS NOT = "00"
004460         DISPLAY "MORNRPT: SETLXTR NOT AVAILABLE, STATUS = "
004470             DL230-WS-EXT-STATUS
004480         SET DL230-EOF-EXTRACT TO TRUE
004490     END-IF.
004500     PERFORM 1300-LOAD-EXTRACT THRU 1300-EXIT
004510         UNTIL DL230-EOF-EXTRACT.
004520     IF DL230-WS-EXT-STATUS = "00" OR "10"
004530         CLOSE DL230-EXT-FILE
004540     END-IF.
004550     OPEN INPUT DL230-PRF-FILE.
004560     IF DL230-WS-PRF-STATUS NOT = "00"
004570         DISPLAY "MORNRPT: PROOFRPT NOT AVAILABLE, STATUS = "
004580             DL230-WS-PRF-STATUS
004590         SET DL230-EOF-PROOF TO TRUE
004600     END-IF.
004610     PERFORM 1400-SCAN-PROOF THRU 1400-EXIT
004620         UNTIL DL230-EOF-PROOF.
004630     IF DL230-WS-PRF-STATUS = "00" OR "10"
004640         CLOSE DL230-PRF-FILE
004650     END-IF.
004660     PERFORM 1700-LOAD-BRANCHES THRU 1700-EXIT.
004670     PERFORM 1500-GATHER-TIE-OUT THRU 1500-EXIT.
004680     PERFORM 1600-LOAD-HELD THRU 1600-EXIT.
004690     PERFORM 1750-LOAD-BRN-HISTORY THRU 1750-EXIT.
004700     PERFORM 1790-ADD-REGION-REJECTS THRU 1790-EXIT.
004710     OPEN INPUT DL230-AUD-FILE.
004720     IF DL230-WS-AUD-STATUS NOT = "00"
004730         DISPLAY "MORNRPT: AUDITDD NOT AVAILABLE, STATUS = "
004740             DL230-WS-AUD-STATUS
004750     END-IF.
004760     IF DL230-WS-DAY-USED = ZERO
004770         MOVE "NO BATCHES ON TONIGHT'S INPUT"
004780             TO DL230-RPT-RECORD
004790         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
004800         IF DL230-WS-RETURN-CODE < 0008
004810             MOVE 0008 TO DL230-WS-RETURN-CODE
004820         END-IF
004830     END-IF.
004840 1000-EXIT.
004850     EXIT.
004860
004870***************************************************************
004880*  1100-SCAN-INPUT  --  COLLECT THE DISTINCT BUSINESS DATES
004890*                       FROM TONIGHT'S DAILYCNT HEADERS.
004900***************************************************************
004910 1100-SCAN-INPUT.
004920     READ DL230-IN-FILE
004930         AT END
004940             SET DL230-EOF-INPUT TO TRUE
004950             GO TO 1100-EXIT
004960     END-READ.
004970     IF NOT DL100-IN-IS-HDR
004980         GO TO 1100-EXIT.
004990     IF DL100-IN-HDR-DATE NOT NUMERIC
005000         OR DL100-IN-HDR-DATE = ZERO
005010         GO TO 1100-EXIT.
005020     MOVE DL100-IN-HDR-DATE TO DL230-WS-SRCH-DATE.
005030     PERFORM 2100-FIND-DAY-ENTRY THRU 2100-EXIT.
005040     IF DL230-WS-DAY-FOUND > ZERO
005050         GO TO 1100-EXIT.
005060     IF DL230-WS-DAY-USED >= 50
005070         DISPLAY "MORNRPT: DATE TABLE FULL, "
005080             DL230-WS-SRCH-DATE " NOT SUMMARIZED"
005090         GO TO 1100-EXIT
005100     END-IF.
005110     ADD 1 TO DL230-WS-DAY-USED.
005120     MOVE DL230-WS-SRCH-DATE
005130         TO DL230-WS-DY-DATE(DL230-WS-DAY-USED).
005140 1100-EXIT.
005150     EXIT.
005160
005170 2100-FIND-DAY-ENTRY.
005180     MOVE ZERO TO DL230-WS-DAY-FOUND.
005190     MOVE 1 TO DL230-WS-DAY-IDX.
005200     PERFORM 2110-TEST-DAY-ENTRY THRU 2110-EXIT
005210         UNTIL DL230-WS-DAY-FOUND > ZERO
005220         OR DL230-WS-DAY-IDX > DL230-WS-DAY-USED.
005230 2100-EXIT.
005240     EXIT.
005250
005260 2110-TEST-DAY-ENTRY.
005270     IF DL230-WS-DY-DATE(DL230-WS-DAY-IDX)
005280         = DL230-WS-SRCH-DATE
005290         MOVE DL230-WS-DAY-IDX TO DL230-WS-DAY-FOUND
005300     ELSE
005310         ADD 1 TO DL230-WS-DAY-IDX
005320     END-IF.
005330 2110-EXIT.
005340     EXIT.
005350
005360***************************************************************
005370*  1200-LOAD-REJECT  --  AGGREGATE ONE REJECT INTO THE
005380*                        DATE/REASON/BRANCH SUMMARY.
005390***************************************************************
005400 1200-LOAD-REJECT.
005410     READ DL230-REJ-FILE
005420         AT END
005430             SET DL230-EOF-REJECTS TO TRUE
005440             GO TO 1200-EXIT
005450     END-READ.
005460     IF DL100-REJ-RUN-DATE NOT NUMERIC
005470         GO TO 1200-EXIT.
005480     PERFORM 2200-FIND-RJS-ENTRY THRU 2200-EXIT.
005490     IF DL230-WS-RJS-FOUND = ZERO
005500         IF DL230-WS-RJS-USED >= 100
005510             GO TO 1200-EXIT
005520         END-IF
005530         ADD 1 TO DL230-WS-RJS-USED
005540         MOVE DL230-WS-RJS-USED TO DL230-WS-RJS-FOUND
005550         MOVE DL100-REJ-RUN-DATE
005560             TO DL230-WS-RJ-DATE(DL230-WS-RJS-FOUND)
005570         MOVE DL100-REJ-REASON-CODE
005580             TO DL230-WS-RJ-REASON(DL230-WS-RJS-FOUND)
005590         MOVE DL100-REJ-BRANCH
005600             TO DL230-WS-RJ-BRANCH(DL230-WS-RJS-FOUND)
005610         MOVE ZERO TO DL230-WS-RJ-COUNT(DL230-WS-RJS-FOUND)
005620         MOVE DL100-REJ-REASON-TEXT
005630             TO DL230-WS-RJ-TEXT(DL230-WS-RJS-FOUND)
005640         MOVE ZERO TO DL230-WS-RJ-VOLUME(DL230-WS-RJS-FOUND)
005650     END-IF.
005660     ADD 1 TO DL230-WS-RJ-COUNT(DL230-WS-RJS-FOUND).
005670     IF DL100-REJ-A NUMERIC
005680         ADD DL100-REJ-A
005690             TO DL230-WS-RJ-VOLUME(DL230-WS-RJS-FOUND)
005700     END-IF.
005710 1200-EXIT.
005720     EXIT.
005730
005740 2200-FIND-RJS-ENTRY.
005750     MOVE ZERO TO DL230-WS-RJS-FOUND.
005760     MOVE 1 TO DL230-WS-RJS-IDX.
005770     PERFORM 2210-TEST-RJS-ENTRY THRU 2210-EXIT
005780         UNTIL DL230-WS-RJS-FOUND > ZERO
005790         OR DL230-WS-RJS-IDX > DL230-WS-RJS-USED.
005800 2200-EXIT.
005810     EXIT.
005820
005830 2210-TEST-RJS-ENTRY.
005840     IF DL230-WS-RJ-DATE(DL230-WS-RJS-IDX)
005850         = DL100-REJ-RUN-DATE
005860         AND DL230-WS-RJ-REASON(DL230-WS-RJS-IDX)
005870             = DL100-REJ-REASON-CODE
005880         AND DL230-WS-RJ-BRANCH(DL230-WS-RJS-IDX)
005890             = DL100-REJ-BRANCH
005900         MOVE DL230-WS-RJS-IDX TO DL230-WS-RJS-FOUND
005910     ELSE
005920         ADD 1 TO DL230-WS-RJS-IDX
005930     END-IF.
005940 2210-EXIT.
005950     EXIT.
005960
005970***************************************************************
005980*  1300-LOAD-EXTRACT  --  KEEP THE LATEST EXH HEADER FLAG
005990*                         PER BUSINESS DATE.
006000***************************************************************
006010 1300-LOAD-EXTRACT.
006020     READ DL230-EXT-FILE
006030         AT END
006040             SET DL230-EOF-EXTRACT TO TRUE
006050             GO TO 1300-EXIT
006060     END-READ.
006070     IF NOT DL100-EXT-IS-HDR
006080         GO TO 1300-EXIT.
006090     IF DL100-EXT-HDR-DATE NOT NUMERIC
006100         GO TO 1300-EXIT.
006110     MOVE DL100-EXT-HDR-DATE TO DL230-WS-SRCH-DATE.
006120     PERFORM 2300-FIND-EXF-ENTRY THRU 2300-EXIT.
006130     IF DL230-WS-EXF-FOUND = ZERO
006140         IF DL230-WS-EXF-USED >= 100
006150             GO TO 1300-EXIT
006160         END-IF
006170         ADD 1 TO DL230-WS-EXF-USED
006180         MOVE DL230-WS-EXF-USED TO DL230-WS-EXF-FOUND
006190         MOVE DL230-WS-SRCH-DATE
006200             TO DL230-WS-XF-DATE(DL230-WS-EXF-FOUND)
006210     END-IF.
006220     MOVE DL100-EXT-HDR-FLAG
006230         TO DL230-WS-XF-FLAG(DL230-WS-EXF-FOUND).
006240 1300-EXIT.
006250     EXIT.
006260
006270 2300-FIND-EXF-ENTRY.
006280     MOVE ZERO TO DL230-WS-EXF-FOUND.
006290     MOVE 1 TO DL230-WS-EXF-IDX.
006300     PERFORM 2310-TEST-EXF-ENTRY THRU 2310-EXIT
006310         UNTIL DL230-WS-EXF-FOUND > ZERO
006320         OR DL230-WS-EXF-IDX > DL230-WS-EXF-USED.
006330 2300-EXIT.
006340     EXIT.
006350
006360 2310-TEST-EXF-ENTRY.
006370     IF DL230-WS-XF-DATE(DL230-WS-EXF-IDX)
006380         = DL230-WS-SRCH-DATE
006390         MOVE DL230-WS-EXF-IDX TO DL230-WS-EXF-FOUND
006400     ELSE
006410         ADD 1 TO DL230-WS-EXF-IDX
006420     END-IF.
006430 2310-EXIT.
006440     EXIT.
006450
006460***************************************************************
006470*  1400-SCAN-PROOF  --  LIFT THE PER-BATCH AND OVERALL
006480*                       VERDICTS OUT OF THE PROOFRPT LISTING.
006490*                       A "BATCH OF" LINE NAMES THE DATE THE
006500*                       FOLLOWING "BATCH VERDICT:" LINE
006510*                       BELONGS TO; THE LAST SECTION PER
006520*                       DATE ON THE GROWING LISTING IS
006530*                       TONIGHT'S.
006540***************************************************************
006550 1400-SCAN-PROOF.
006560     READ DL230-PRF-FILE
006570         AT END
006580             SET DL230-EOF-PROOF TO TRUE
006590             GO TO 1400-EXIT
006600     END-READ.
006610     IF DL230-PRF-RECORD(1:9) = "BATCH OF "
006620         AND DL230-PRF-RECORD(10:8) NUMERIC
006630         MOVE DL230-PRF-RECORD(10:8)
006640             TO DL230-WS-PRF-CURR-DATE
006650         GO TO 1400-EXIT.
006660     IF DL230-PRF-RECORD(3:15) = "BATCH VERDICT: "
006670         AND DL230-WS-PRF-CURR-DATE > ZERO
006680         PERFORM 1450-FILE-PROOF-VERDICT THRU 1450-EXIT
006690         GO TO 1400-EXIT.
006700     IF DL230-PRF-RECORD(1:16) = "OVERALL VERDICT:"
006710         MOVE DL230-PRF-RECORD(19:12)
006720             TO DL230-WS-OVERALL-VERDICT
006730     END-IF.
006740 1400-EXIT.
006750     EXIT.
006760
006770***************************************************************
006780*  1450-FILE-PROOF-VERDICT  --  FILE ONE BATCH VERDICT UNDER
006790*                               ITS SECTION'S DATE, THE LAST
006800*                               SECTION WINNING.
006810***************************************************************
006820 1450-FILE-PROOF-VERDICT.
006830     MOVE DL230-WS-PRF-CURR-DATE TO DL230-WS-SRCH-DATE.
006840     PERFORM 2400-FIND-PRV-ENTRY THRU 2400-EXIT.
006850     IF DL230-WS-PRV-FOUND = ZERO
006860         IF DL230-WS-PRV-USED >= 100
006870             GO TO 1450-EXIT
006880         END-IF
006890         ADD 1 TO DL230-WS-PRV-USED
006900         MOVE DL230-WS-PRV-USED TO DL230-WS-PRV-FOUND
006910         MOVE DL230-WS-SRCH-DATE
006920             TO DL230-WS-PV-DATE(DL230-WS-PRV-FOUND)
006930     END-IF.
006940     MOVE DL230-PRF-RECORD(18:12)
006950         TO DL230-WS-PV-VERDICT(DL230-WS-PRV-FOUND).
006960 1450-EXIT.
006970     EXIT.
006980
006990 2400-FIND-PRV-ENTRY.
007000     MOVE ZERO TO DL230-WS-PRV-FOUND.
007010     MOVE 1 TO DL230-WS-PRV-IDX.
007020     PERFORM 2410-TEST-PRV-ENTRY THRU 2410-EXIT
007030         UNTIL DL230-WS-PRV-FOUND > ZERO
007040         OR DL230-WS-PRV-IDX > DL230-WS-PRV-USED.
007050 2400-EXIT.
007060     EXIT.
007070
007080 2410-TEST-PRV-ENTRY.
007090     IF DL230-WS-PV-DATE(DL230-WS-PRV-IDX)
007100         = DL230-WS-SRCH-DATE
007110         MOVE DL230-WS-PRV-IDX TO DL230-WS-PRV-FOUND
007120     ELSE
007130         ADD 1 TO DL230-WS-PRV-IDX
007140     END-IF.
007150 2410-EXIT.
007160     EXIT.
007170
007180***************************************************************
007190*  1500-GATHER-TIE-OUT  --  READ THE GLRECRPT LISTING FOR THE
007200*                           TIE-OUT VERDICTS.  A LISTING THAT
007210*                           IS NOT THERE LEAVES EVERY DATE
007220*                           "NOT TIED OUT".
007230***************************************************************
007240 1500-GATHER-TIE-OUT.
007250     OPEN INPUT DL230-GLR-FILE.
007260     IF DL230-WS-GLR-STATUS NOT = "00"
007270         DISPLAY "MORNRPT: GLRECRPT NOT AVAILABLE, STATUS = "
007280             DL230-WS-GLR-STATUS
007290         GO TO 1500-EXIT.
007300     PERFORM 1510-SCAN-TIE-OUT THRU 1510-EXIT
007310         UNTIL DL230-EOF-TIE-OUT.
007320     CLOSE DL230-GLR-FILE.
007330 1500-EXIT.
007340     EXIT.
007350
007360***************************************************************
007370*  1510-SCAN-TIE-OUT  --  FILE ONE "TIE-OUT" VERDICT LINE UNDER
007380*                         ITS DATE.  THE LISTING GROWS UNDER
007390*                         DISP=MOD, SO THE LAST LINE PER DATE IS
007400*                         TONIGHT'S.
007410*                         A BRANCH LINE FOR ONE OF TONIGHT'S
007420*                         DATES IS FILED FOR THE REGION
007430*                         SECTIONS, THE LAST ONE WINNING.
007440***************************************************************
007450 1510-SCAN-TIE-OUT.
007460     READ DL230-GLR-FILE
007470         AT END
007480             SET DL230-EOF-TIE-OUT TO TRUE
007490             GO TO 1510-EXIT
007500     END-READ.
007510     IF DL230-GLR-RECORD(1:8) NUMERIC
007520         AND DL230-GLR-RECORD(9:2) = SPACES
007530         AND DL230-GLR-RECORD(11:3) NUMERIC
007540         PERFORM 1520-FILE-TIE-OUT-BRANCH THRU 1520-EXIT
007550         GO TO 1510-EXIT.
007560     IF DL230-GLR-RECORD(1:8) NOT = "TIE-OUT "
007570         OR DL230-GLR-RECORD(9:8) NOT NUMERIC
007580         GO TO 1510-EXIT.
007590     MOVE DL230-GLR-RECORD(9:8) TO DL230-WS-SRCH-DATE.
007600     PERFORM 2500-FIND-GLV-ENTRY THRU 2500-EXIT.
007610     IF DL230-WS-GLV-FOUND = ZERO
007620         IF DL230-WS-GLV-USED >= 100
007630             GO TO 1510-EXIT
007640         END-IF
007650         ADD 1 TO DL230-WS-GLV-USED
007660         MOVE DL230-WS-GLV-USED TO DL230-WS-GLV-FOUND
007670         MOVE DL230-WS-SRCH-DATE
007680             TO DL230-WS-GV-DATE(DL230-WS-GLV-FOUND)
007690     END-IF.
007700     MOVE DL230-GLR-RECORD(27:12)
007710         TO DL230-WS-GV-VERDICT(DL230-WS-GLV-FOUND).
007720 1510-EXIT.
007730     EXIT.
007740
007750***************************************************************
007760*  1520-FILE-TIE-OUT-BRANCH  --  FILE ONE GLRECRPT BRANCH LINE
007770*                                FOR ONE OF TONIGHT'S DATES:
007780*                                THE LEG THAT IS OUT (OR
007790*                                TIED) AND WHAT BECAME OF
007800*                                THE BRANCH'S SETTLEMENT.
007810***************************************************************
007820 1520-FILE-TIE-OUT-BRANCH.
007830     MOVE DL230-GLR-RECORD(1:8) TO DL230-WS-SRCH-DATE.
007840     PERFORM 2100-FIND-DAY-ENTRY THRU 2100-EXIT.
007850     IF DL230-WS-DAY-FOUND = ZERO
007860         GO TO 1520-EXIT.
007870     MOVE DL230-GLR-RECORD(11:3) TO DL230-WS-SRCH-CODE.
007880     PERFORM 2800-FIND-RDB-ENTRY THRU 2800-EXIT.
007890     IF DL230-WS-RDB-FOUND = ZERO
007900         PERFORM 2820-ADD-RDB-ENTRY THRU 2820-EXIT
007910     END-IF.
007920     IF DL230-WS-RDB-FOUND = ZERO
007930         GO TO 1520-EXIT.
007940     EVALUATE DL230-GLR-RECORD(52:4)
007950         WHEN "TIED"
007960             MOVE "TIED    "
007970                 TO DL230-WS-RD-RECON(DL230-WS-RDB-FOUND)
007980         WHEN "GL -"
007990             MOVE "GL OUT  "
008000                 TO DL230-WS-RD-RECON(DL230-WS-RDB-FOUND)
008010         WHEN "EXTR"
008020             MOVE "EXT OUT "
008030                 TO DL230-WS-RD-RECON(DL230-WS-RDB-FOUND)
008040         WHEN "ACK "
008050             MOVE "ACK OUT "
008060                 TO DL230-WS-RD-RECON(DL230-WS-RDB-FOUND)
008070         WHEN OTHER
008080             MOVE "ALL OUT "
008090                 TO DL230-WS-RD-RECON(DL230-WS-RDB-FOUND)
008100     END-EVALUATE.
008110     EVALUATE TRUE
008120         WHEN DL230-GLR-RECORD(49:1) = "A"
008130             MOVE "ACCEPTED"
008140                 TO DL230-WS-RD-SETTLE(DL230-WS-RDB-FOUND)
008150         WHEN DL230-GLR-RECORD(49:1) NOT = SPACE
008160             MOVE "REJECTED"
008170                 TO DL230-WS-RD-SETTLE(DL230-WS-RDB-FOUND)
008180         WHEN DL230-GLR-RECORD(52:18) = "EXTRACT - NOT SENT"
008190             MOVE "NOT SENT"
008200                 TO DL230-WS-RD-SETTLE(DL230-WS-RDB-FOUND)
008210         WHEN OTHER
008220             MOVE "NO ACK  "
008230                 TO DL230-WS-RD-SETTLE(DL230-WS-RDB-FOUND)
008240     END-EVALUATE.
008250 1520-EXIT.
008260     EXIT.
008270
008280 2500-FIND-GLV-ENTRY.
008290     MOVE ZERO TO DL230-WS-GLV-FOUND.
008300     MOVE 1 TO DL230-WS-GLV-IDX.
008310     PERFORM 2510-TEST-GLV-ENTRY THRU 2510-EXIT
008320         UNTIL DL230-WS-GLV-FOUND > ZERO
008330         OR DL230-WS-GLV-IDX > DL230-WS-GLV-USED.
008340 2500-EXIT.
008350     EXIT.
008360
008370 2510-TEST-GLV-ENTRY.
008380     IF DL230-WS-GV-DATE(DL230-WS-GLV-IDX)
008390         = DL230-WS-SRCH-DATE
008400         MOVE DL230-WS-GLV-IDX TO DL230-WS-GLV-FOUND
008410     ELSE
008420         ADD 1 TO DL230-WS-GLV-IDX
008430     END-IF.
008440 2510-EXIT.
008450     EXIT.
008460
008470***************************************************************
008480*  1600-LOAD-HELD  --  GATHER THE ITEMS STILL HELD ON THE
008490*                      HELD-ITEMS FILE BY BUSINESS DATE AND
008500*                      BRANCH.  RELEASED, DROPPED, AND
008510*                      SUPERSEDED ROWS ARE CLEARED AND NOT
008520*                      SHOWN.  WITHOUT THE FILE THERE IS
008530*                      NOTHING HELD TO REPORT.
008540***************************************************************
008550 1600-LOAD-HELD.
008560     OPEN INPUT DL230-HLD-FILE.
008570     IF DL230-WS-HLD-STATUS NOT = "00"
008580         DISPLAY "MORNRPT: HELDDD NOT AVAILABLE, STATUS = "
008590             DL230-WS-HLD-STATUS
008600         GO TO 1600-EXIT.
008610     PERFORM 1610-LOAD-HELD-ITEM THRU 1610-EXIT
008620         UNTIL DL230-EOF-HELD.
008630     CLOSE DL230-HLD-FILE.
008640 1600-EXIT.
008650     EXIT.
008660
008670 1610-LOAD-HELD-ITEM.
008680     READ DL230-HLD-FILE NEXT RECORD
008690         AT END
008700             SET DL230-EOF-HELD TO TRUE
008710             GO TO 1610-EXIT
008720     END-READ.
008730     IF NOT DL100-HLD-IS-HELD
008740         GO TO 1610-EXIT.
008750     MOVE DL100-HLD-BUS-DATE TO DL230-WS-SRCH-DATE.
008760     MOVE DL100-HLD-BRANCH TO DL230-WS-SRCH-BRANCH.
008770     PERFORM 2600-FIND-HLS-ENTRY THRU 2600-EXIT.
008780     IF DL230-WS-HLS-FOUND = ZERO
008790         IF DL230-WS-HLS-USED >= 100
008800             DISPLAY "MORNRPT: HELD TABLE FULL, "
008810                 DL230-WS-SRCH-DATE " BRANCH "
008820                 DL230-WS-SRCH-BRANCH " NOT SHOWN"
008830             GO TO 1610-EXIT
008840         END-IF
008850         ADD 1 TO DL230-WS-HLS-USED
008860         MOVE DL230-WS-HLS-USED TO DL230-WS-HLS-FOUND
008870         MOVE DL230-WS-SRCH-DATE
008880             TO DL230-WS-HS-DATE(DL230-WS-HLS-FOUND)
008890         MOVE DL230-WS-SRCH-BRANCH
008900             TO DL230-WS-HS-BRANCH(DL230-WS-HLS-FOUND)
008910         MOVE ZERO TO DL230-WS-HS-COUNT(DL230-WS-HLS-FOUND)
008920         MOVE ZERO TO DL230-WS-HS-AMOUNT(DL230-WS-HLS-FOUND)
008930     END-IF.
008940     ADD 1 TO DL230-WS-HS-COUNT(DL230-WS-HLS-FOUND).
008950     ADD DL100-HLD-AMOUNT
008960         TO DL230-WS-HS-AMOUNT(DL230-WS-HLS-FOUND).
008970     ADD 1 TO DL230-WS-HELD-ITEMS.
008980     ADD DL100-HLD-AMOUNT TO DL230-WS-HELD-TOTAL.
008990 1610-EXIT.
009000     EXIT.
009010
009020 2600-FIND-HLS-ENTRY.
009030     MOVE ZERO TO DL230-WS-HLS-FOUND.
009040     MOVE 1 TO DL230-WS-HLS-IDX.
009050     PERFORM 2610-TEST-HLS-ENTRY THRU 2610-EXIT
009060         UNTIL DL230-WS-HLS-FOUND > ZERO
009070         OR DL230-WS-HLS-IDX > DL230-WS-HLS-USED.
009080 2600-EXIT.
009090     EXIT.
009100
009110 2610-TEST-HLS-ENTRY.
009120     IF DL230-WS-HS-DATE(DL230-WS-HLS-IDX)
009130         = DL230-WS-SRCH-DATE
009140         AND DL230-WS-HS-BRANCH(DL230-WS-HLS-IDX)
009150             = DL230-WS-SRCH-BRANCH
009160         MOVE DL230-WS-HLS-IDX TO DL230-WS-HLS-FOUND
009170     ELSE
009180         ADD 1 TO DL230-WS-HLS-IDX
009190     END-IF.
009200 2610-EXIT.
009210     EXIT.
009220
009230***************************************************************
009240*  1700-LOAD-BRANCHES  --  LOAD EACH BRANCH'S NAME AND REGION
009250*                          FROM THE BRANCH MASTER.  WITHOUT
009260*                          THE MASTER EVERY BRANCH FALLS IN
009270*                          THE "UNASSIGNED" SECTION.
009280***************************************************************
009290 1700-LOAD-BRANCHES.
009300     OPEN INPUT DL230-BRN-FILE.
009310     IF DL230-WS-BRN-STATUS NOT = "00"
009320         DISPLAY "MORNRPT: BRANCHDD NOT AVAILABLE, STATUS = "
009330             DL230-WS-BRN-STATUS ", BRANCHES UNASSIGNED"
009340         GO TO 1700-EXIT.
009350     PERFORM 1710-LOAD-BRN-ROW THRU 1710-EXIT
009360         UNTIL DL230-EOF-BRANCHES.
009370     CLOSE DL230-BRN-FILE.
009380 1700-EXIT.
009390     EXIT.
009400
009410 1710-LOAD-BRN-ROW.
009420     READ DL230-BRN-FILE NEXT RECORD
009430         AT END
009440             SET DL230-EOF-BRANCHES TO TRUE
009450             GO TO 1710-EXIT
009460     END-READ.
009470     IF DL230-WS-BRS-USED >= 50
009480         DISPLAY "MORNRPT: BRANCH TABLE FULL, BRANCH "
009490             DL100-BRN-BRANCH " UNASSIGNED"
009500         GO TO 1710-EXIT.
009510     ADD 1 TO DL230-WS-BRS-USED.
009520     MOVE DL100-BRN-BRANCH
009530         TO DL230-WS-BS-CODE(DL230-WS-BRS-USED).
009540     MOVE DL100-BRN-NAME
009550         TO DL230-WS-BS-NAME(DL230-WS-BRS-USED).
009560     MOVE DL100-BRN-REGION
009570         TO DL230-WS-BS-REGION(DL230-WS-BRS-USED).
009580 1710-EXIT.
009590     EXIT.
009600
009610 2700-FIND-BRS-ENTRY.
009620     MOVE ZERO TO DL230-WS-BRS-FOUND.
009630     MOVE 1 TO DL230-WS-BRS-IDX.
009640     PERFORM 2710-TEST-BRS-ENTRY THRU 2710-EXIT
009650         UNTIL DL230-WS-BRS-FOUND > ZERO
009660         OR DL230-WS-BRS-IDX > DL230-WS-BRS-USED.
009670 2700-EXIT.
009680     EXIT.
009690
009700 2710-TEST-BRS-ENTRY.
009710     IF DL230-WS-BS-CODE(DL230-WS-BRS-IDX)
009720         = DL230-WS-SRCH-BRANCH
009730         MOVE DL230-WS-BRS-IDX TO DL230-WS-BRS-FOUND
009740     ELSE
009750         ADD 1 TO DL230-WS-BRS-IDX
009760     END-IF.
009770 2710-EXIT.
009780     EXIT.
009790
009800***************************************************************
009810*  1750-LOAD-BRN-HISTORY  --  TAKE EACH BRANCH'S ITEMS, VOLUME
009820*                             AND SETTLED AMOUNT FOR TONIGHT'S
009830*                             DATES FROM THE BRANCH HISTORY.
009840*                             A RERUN APPENDS THE DATE AGAIN,
009850*                             SO THE LAST ROW PER DATE AND
009860*                             BRANCH WINS.
009870***************************************************************
009880 1750-LOAD-BRN-HISTORY.
009890     OPEN INPUT DL230-BHS-FILE.
009900     IF DL230-WS-BHS-STATUS NOT = "00"
009910         DISPLAY "MORNRPT: BRNHIST NOT AVAILABLE, STATUS = "
009920             DL230-WS-BHS-STATUS ", NO BRANCH FIGURES SHOWN"
009930         GO TO 1750-EXIT.
009940     PERFORM 1760-LOAD-HISTORY-ROW THRU 1760-EXIT
009950         UNTIL DL230-EOF-BRN-HISTORY.
009960     CLOSE DL230-BHS-FILE.
009970 1750-EXIT.
009980     EXIT.
009990
010000 1760-LOAD-HISTORY-ROW.
010010     READ DL230-BHS-FILE
010020         AT END
010030             SET DL230-EOF-BRN-HISTORY TO TRUE
010040             GO TO 1760-EXIT
010050     END-READ.
010060     IF DL100-BHS-BUS-DATE NOT NUMERIC
010070         OR DL100-BHS-BRANCH NOT NUMERIC
010080         GO TO 1760-EXIT.
010090     MOVE DL100-BHS-BUS-DATE TO DL230-WS-SRCH-DATE.
010100     PERFORM 2100-FIND-DAY-ENTRY THRU 2100-EXIT.
010110     IF DL230-WS-DAY-FOUND = ZERO
010120         GO TO 1760-EXIT.
010130     MOVE DL100-BHS-BRANCH TO DL230-WS-SRCH-CODE.
010140     PERFORM 2800-FIND-RDB-ENTRY THRU 2800-EXIT.
010150     IF DL230-WS-RDB-FOUND = ZERO
010160         PERFORM 2820-ADD-RDB-ENTRY THRU 2820-EXIT
010170     END-IF.
010180     IF DL230-WS-RDB-FOUND = ZERO
010190         GO TO 1760-EXIT.
010200     MOVE DL100-BHS-DET-COUNT
010210         TO DL230-WS-RD-ITEMS(DL230-WS-RDB-FOUND).
010220     MOVE DL100-BHS-VOLUME
010230         TO DL230-WS-RD-VOLUME(DL230-WS-RDB-FOUND).
010240     MOVE DL100-BHS-SETTLED
010250         TO DL230-WS-RD-SETTLED(DL230-WS-RDB-FOUND).
010260 1760-EXIT.
010270     EXIT.
010280
010290***************************************************************
010300*  1790-ADD-REGION-REJECTS  --  CARRY TONIGHT'S REJECT
010310*                               SUMMARY INTO THE BRANCH
010320*                               ENTRIES, SO A BRANCH WHOSE
010330*                               DETAILS ALL REJECTED STILL
010340*                               SHOWS IN ITS REGION.
010350***************************************************************
010360 1790-ADD-REGION-REJECTS.
010370     MOVE 1 TO DL230-WS-RJS-IDX.
010380     PERFORM 1795-ADD-ONE-REJECT THRU 1795-EXIT
010390         UNTIL DL230-WS-RJS-IDX > DL230-WS-RJS-USED.
010400 1790-EXIT.
010410     EXIT.
010420
010430 1795-ADD-ONE-REJECT.
010440     MOVE DL230-WS-RJ-DATE(DL230-WS-RJS-IDX)
010450         TO DL230-WS-SRCH-DATE.
010460     PERFORM 2100-FIND-DAY-ENTRY THRU 2100-EXIT.
010470     IF DL230-WS-DAY-FOUND = ZERO
010480         GO TO 1795-NEXT.
010490     MOVE DL230-WS-RJ-BRANCH(DL230-WS-RJS-IDX)
010500         TO DL230-WS-SRCH-CODE.
010510     PERFORM 2800-FIND-RDB-ENTRY THRU 2800-EXIT.
010520     IF DL230-WS-RDB-FOUND = ZERO
010530         PERFORM 2820-ADD-RDB-ENTRY THRU 2820-EXIT
010540     END-IF.
010550     IF DL230-WS-RDB-FOUND > ZERO
010560         ADD DL230-WS-RJ-COUNT(DL230-WS-RJS-IDX)
010570             TO DL230-WS-RD-REJECTS(DL230-WS-RDB-FOUND)
010580     END-IF.
010590 1795-NEXT.
010600     ADD 1 TO DL230-WS-RJS-IDX.
010610 1795-EXIT.
010620     EXIT.
010630
010640***************************************************************
010650*  2800-FIND-RDB-ENTRY  --  LOOK UP DL230-WS-SRCH-DATE AND
010660*                           DL230-WS-SRCH-CODE IN THE REGION
010670*                           BRANCH TABLE.
010680***************************************************************
010690 2800-FIND-RDB-ENTRY.
010700     MOVE ZERO TO DL230-WS-RDB-FOUND.
010710     MOVE 1 TO DL230-WS-RDB-IDX.
010720     PERFORM 2810-TEST-RDB-ENTRY THRU 2810-EXIT
010730         UNTIL DL230-WS-RDB-FOUND > ZERO
010740         OR DL230-WS-RDB-IDX > DL230-WS-RDB-USED.
010750 2800-EXIT.
010760     EXIT.
010770
010780 2810-TEST-RDB-ENTRY.
010790     IF DL230-WS-RD-DATE(DL230-WS-RDB-IDX)
010800         = DL230-WS-SRCH-DATE
010810         AND DL230-WS-RD-BRANCH(DL230-WS-RDB-IDX)
010820             = DL230-WS-SRCH-CODE
010830         MOVE DL230-WS-RDB-IDX TO DL230-WS-RDB-FOUND
010840     ELSE
010850         ADD 1 TO DL230-WS-RDB-IDX
010860     END-IF.
010870 2810-EXIT.
010880     EXIT.
010890
010900***************************************************************
010910*  2820-ADD-RDB-ENTRY  --  OPEN THE DATE'S ENTRY FOR THE
010920*                          BRANCH, IN ITS REGION FROM THE
010930*                          MASTER - "UNASSIGNED" WHEN IT HAS
010940*                          NO ROW OR NO REGION THERE.
010950***************************************************************
010960 2820-ADD-RDB-ENTRY.
010970     IF DL230-WS-RDB-USED >= 500
010980         DISPLAY "MORNRPT: REGION TABLE FULL, "
010990             DL230-WS-SRCH-DATE " BRANCH "
011000             DL230-WS-SRCH-CODE " NOT IN THE REGION SECTIONS"
011010         GO TO 2820-EXIT.
011020     ADD 1 TO DL230-WS-RDB-USED.
011030     MOVE DL230-WS-RDB-USED TO DL230-WS-RDB-FOUND.
011040     MOVE DL230-WS-SRCH-DATE
011050         TO DL230-WS-RD-DATE(DL230-WS-RDB-FOUND).
011060     MOVE DL230-WS-SRCH-CODE
011070         TO DL230-WS-RD-BRANCH(DL230-WS-RDB-FOUND).
011080     MOVE "UNASSIGNED"
011090         TO DL230-WS-RD-REGION(DL230-WS-RDB-FOUND).
011100     MOVE ZERO TO DL230-WS-RD-ITEMS(DL230-WS-RDB-FOUND).
011110     MOVE ZERO TO DL230-WS-RD-VOLUME(DL230-WS-RDB-FOUND).
011120     MOVE ZERO TO DL230-WS-RD-SETTLED(DL230-WS-RDB-FOUND).
011130     MOVE ZERO TO DL230-WS-RD-REJECTS(DL230-WS-RDB-FOUND).
011140     MOVE SPACES TO DL230-WS-RD-RECON(DL230-WS-RDB-FOUND).
011150     MOVE SPACES TO DL230-WS-RD-SETTLE(DL230-WS-RDB-FOUND).
011160     IF DL230-WS-SRCH-CODE NOT NUMERIC
011170         GO TO 2820-EXIT.
011180     MOVE DL230-WS-SRCH-CODE TO DL230-WS-SRCH-BRANCH.
011190     PERFORM 2700-FIND-BRS-ENTRY THRU 2700-EXIT.
011200     IF DL230-WS-BRS-FOUND > ZERO
011210         IF DL230-WS-BS-REGION(DL230-WS-BRS-FOUND) NOT = SPACES
011220             MOVE DL230-WS-BS-REGION(DL230-WS-BRS-FOUND)
011230                 TO DL230-WS-RD-REGION(DL230-WS-RDB-FOUND)
011240         END-IF
011250     END-IF.
011260 2820-EXIT.
011270     EXIT.
011280
011290 2900-FIND-RSN-ENTRY.
011300     MOVE ZERO TO DL230-WS-RSN-FOUND.
011310     MOVE 1 TO DL230-WS-RSN-IDX.
011320     PERFORM 2910-TEST-RSN-ENTRY THRU 2910-EXIT
011330         UNTIL DL230-WS-RSN-FOUND > ZERO
011340         OR DL230-WS-RSN-IDX > DL230-WS-RSN-USED.
011350 2900-EXIT.
011360     EXIT.
011370
011380 2910-TEST-RSN-ENTRY.
011390     IF DL230-WS-RN-REASON(DL230-WS-RSN-IDX)
011400         = DL230-WS-SRCH-REASON
011410         MOVE DL230-WS-RSN-IDX TO DL230-WS-RSN-FOUND
011420     ELSE
011430         ADD 1 TO DL230-WS-RSN-IDX
011440     END-IF.
011450 2910-EXIT.
011460     EXIT.
011470
011480***************************************************************
011490*  5000-REPORT-ONE-DATE  --  ONE BUSINESS DATE'S PAGE: THE
011500*                            AUDIT ROW, THE REJECT SUMMARY,
011510*                            THE EXTRACT STATUS, THE PROOF
011520*                            AND TIE-OUT VERDICTS, THE ITEMS
011530*                            HELD, AND THE BANNER.
011540*                            THE DATE'S REGION SECTIONS FOLLOW.
011550***************************************************************
011560 5000-REPORT-ONE-DATE.
011570     MOVE "N" TO DL230-WS-ATTN-SW.
011580     MOVE DL230-WS-DY-DATE(DL230-WS-DAY-IDX)
011590         TO DL230-WS-SRCH-DATE.
011600     MOVE DL230-WS-SRCH-DATE TO DL230-DY-DATE.
011610     MOVE SPACES TO DL230-RPT-RECORD.
011620     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011630     MOVE DL230-WS-DAY-LINE TO DL230-RPT-RECORD.
011640     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011650     PERFORM 5100-REPORT-AUDIT-ROW THRU 5100-EXIT.
011660     PERFORM 5200-REPORT-REJECTS THRU 5200-EXIT.
011670     PERFORM 5300-REPORT-EXTRACT THRU 5300-EXIT.
011680     PERFORM 5400-REPORT-PROOF THRU 5400-EXIT.
011690     PERFORM 5450-REPORT-TIE-OUT THRU 5450-EXIT.
011700     PERFORM 5500-REPORT-HELD THRU 5500-EXIT.
011710     IF DL230-DATE-ATTENTION
011720         ADD 1 TO DL230-WS-ATTN-COUNT
011730         MOVE "*** ATTENTION ***    " TO DL230-BL-BANNER
011740     ELSE
011750         MOVE "*** ALL CLEAR ***    " TO DL230-BL-BANNER
011760     END-IF.
011770     MOVE DL230-WS-BAN-LINE TO DL230-RPT-RECORD.
011780     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011790     PERFORM 5600-REPORT-REGIONS THRU 5600-EXIT.
011800     ADD 1 TO DL230-WS-DAY-IDX.
011810 5000-EXIT.
011820     EXIT.
011830
011840***************************************************************
011850*  5100-REPORT-AUDIT-ROW  --  THE DATE'S AUDIT ROW: RETURN
011860*                             CODE, COUNTS, AND FLAGS.  A
011870*                             MISSING ROW - THE BATCH NEVER
011880*                             POSTED - IS ITSELF ATTENTION.
011890***************************************************************
011900 5100-REPORT-AUDIT-ROW.
011910*    STATUS "23" IS ONLY THE PREVIOUS DATE'S KEYED MISS -
011920*    THE FILE IS STILL GOOD AND THE NEXT READ RETRIES IT,
011930*    THE SAME WAY PROOFRPT GATES ITS AUDIT FETCH.
011940     IF DL230-WS-AUD-STATUS NOT = "00" AND NOT = "23"
011950         MOVE "AUDIT ROW:          " TO DL230-SL-LABEL
011960         MOVE "FILE UNAVAIL  " TO DL230-SL-VALUE
011970         SET DL230-DATE-ATTENTION TO TRUE
011980         MOVE DL230-WS-STA-LINE TO DL230-RPT-RECORD
011990         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
012000         GO TO 5100-EXIT.
012010     MOVE DL230-WS-SRCH-DATE TO DL100-AUD-RUN-DATE.
012020     READ DL230-AUD-FILE
012030         KEY IS DL100-AUD-RUN-DATE
012040         INVALID KEY
012050             MOVE "AUDIT ROW:          " TO DL230-SL-LABEL
012060             MOVE "MISSING       " TO DL230-SL-VALUE
012070             SET DL230-DATE-ATTENTION TO TRUE
012080             MOVE DL230-WS-STA-LINE TO DL230-RPT-RECORD
012090             PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
012100             GO TO 5100-EXIT
012110     END-READ.
012120     MOVE DL100-AUD-RETURN-CODE TO DL230-AL-RC.
012130     IF DL100-AUD-REC-COUNT NUMERIC
012140         MOVE DL100-AUD-REC-COUNT TO DL230-AL-DETS
012150     ELSE
012160         MOVE ZERO TO DL230-AL-DETS
012170     END-IF.
012180     IF DL100-AUD-REJ-COUNT NUMERIC
012190         MOVE DL100-AUD-REJ-COUNT TO DL230-AL-REJS
012200     ELSE
012210         MOVE ZERO TO DL230-AL-REJS
012220     END-IF.
012230     MOVE DL100-AUD-OVERRIDE-FLAG TO DL230-AL-FORCED.
012240     MOVE DL100-AUD-CAL-FLAG TO DL230-AL-CAL.
012250     MOVE DL100-AUD-GAP-FLAG TO DL230-AL-GAP.
012260     MOVE DL230-WS-AUD-LINE TO DL230-RPT-RECORD.
012270     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012280     IF DL100-AUD-RETURN-CODE NOT = ZERO
012290         OR DL100-AUD-WAS-FORCED
012300         OR DL100-AUD-NONBUS-DAY
012310         OR DL100-AUD-GAP-BEHIND
012320         SET DL230-DATE-ATTENTION TO TRUE
012330     END-IF.
012340     IF DL100-AUD-REJ-COUNT NUMERIC
012350         AND DL100-AUD-REJ-COUNT > ZERO
012360         SET DL230-DATE-ATTENTION TO TRUE
012370     END-IF.
012380 5100-EXIT.
012390     EXIT.
012400
012410***************************************************************
012420*  5200-REPORT-REJECTS  --  THE DATE'S REJECT SUMMARY LINES,
012430*                           ONE PER REASON AND BRANCH.
012440***************************************************************
012450 5200-REPORT-REJECTS.
012460     MOVE 1 TO DL230-WS-RJS-IDX.
012470     PERFORM 5210-REPORT-ONE-REJECT THRU 5210-EXIT
012480         UNTIL DL230-WS-RJS-IDX > DL230-WS-RJS-USED.
012490 5200-EXIT.
012500     EXIT.
012510
012520 5210-REPORT-ONE-REJECT.
012530     IF DL230-WS-RJ-DATE(DL230-WS-RJS-IDX)
012540         = DL230-WS-SRCH-DATE
012550         MOVE DL230-WS-RJ-REASON(DL230-WS-RJS-IDX)
012560             TO DL230-RL-REASON
012570         MOVE DL230-WS-RJ-BRANCH(DL230-WS-RJS-IDX)
012580             TO DL230-RL-BRANCH
012590         MOVE DL230-WS-RJ-COUNT(DL230-WS-RJS-IDX)
012600             TO DL230-RL-COUNT
012610         MOVE DL230-WS-RJ-VOLUME(DL230-WS-RJS-IDX)
012620             TO DL230-RL-VOLUME
012630         MOVE DL230-WS-REJ-LINE TO DL230-RPT-RECORD
012640         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
012650         SET DL230-DATE-ATTENTION TO TRUE
012660     END-IF.
012670     ADD 1 TO DL230-WS-RJS-IDX.
012680 5210-EXIT.
012690     EXIT.
012700
012710***************************************************************
012720*  5300-REPORT-EXTRACT  --  THE DATE'S SETTLEMENT EXTRACT
012730*                           STATUS FLAG ("G" IS CLEAN).
012740***************************************************************
012750 5300-REPORT-EXTRACT.
012760     MOVE "SETTLEMENT EXTRACT: " TO DL230-SL-LABEL.
012770     PERFORM 2300-FIND-EXF-ENTRY THRU 2300-EXIT.
012780     EVALUATE TRUE
012790         WHEN DL230-WS-EXF-FOUND = ZERO
012800             MOVE "MISSING       " TO DL230-SL-VALUE
012810             SET DL230-DATE-ATTENTION TO TRUE
012820         WHEN DL230-WS-XF-FLAG(DL230-WS-EXF-FOUND) = "G"
012830             MOVE "SENT - CLEAN  " TO DL230-SL-VALUE
012840         WHEN OTHER
012850             MOVE "SENT - BREAK  " TO DL230-SL-VALUE
012860             SET DL230-DATE-ATTENTION TO TRUE
012870     END-EVALUATE.
012880     MOVE DL230-WS-STA-LINE TO DL230-RPT-RECORD.
012890     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012900 5300-EXIT.
012910     EXIT.
012920
012930***************************************************************
012940*  5400-REPORT-PROOF  --  THE DATE'S CROSS-FILE PROOF
012950*                         VERDICT FROM THE PROOFRPT LISTING.
012960***************************************************************
012970 5400-REPORT-PROOF.
012980     MOVE "CROSS-FILE PROOF:   " TO DL230-SL-LABEL.
012990     PERFORM 2400-FIND-PRV-ENTRY THRU 2400-EXIT.
013000     EVALUATE TRUE
013010         WHEN DL230-WS-PRV-FOUND = ZERO
013020             MOVE "NOT PROVED    " TO DL230-SL-VALUE
013030             SET DL230-DATE-ATTENTION TO TRUE
013040         WHEN DL230-WS-PV-VERDICT(DL230-WS-PRV-FOUND)
013050             = "IN PROOF    "
013060             MOVE "IN PROOF      " TO DL230-SL-VALUE
013070         WHEN OTHER
013080             MOVE "OUT OF PROOF  " TO DL230-SL-VALUE
013090             SET DL230-DATE-ATTENTION TO TRUE
013100     END-EVALUATE.
013110     MOVE DL230-WS-STA-LINE TO DL230-RPT-RECORD.
013120     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013130 5400-EXIT.
013140     EXIT.
013150
013160***************************************************************
013170*  5450-REPORT-TIE-OUT  --  THE DATE'S LEDGER/SETTLEMENT
013180*                           TIE-OUT VERDICT FROM THE GLRECRPT
013190*                           LISTING.  ANYTHING BUT TIED IS
013200*                           ATTENTION.
013210***************************************************************
013220 5450-REPORT-TIE-OUT.
013230     MOVE "GL/SETTLE TIE-OUT:  " TO DL230-SL-LABEL.
013240     PERFORM 2500-FIND-GLV-ENTRY THRU 2500-EXIT.
013250     EVALUATE TRUE
013260         WHEN DL230-WS-GLV-FOUND = ZERO
013270             MOVE "NOT TIED OUT  " TO DL230-SL-VALUE
013280             SET DL230-DATE-ATTENTION TO TRUE
013290         WHEN DL230-WS-GV-VERDICT(DL230-WS-GLV-FOUND)
013300             = "TIED        "
013310             MOVE "TIED          " TO DL230-SL-VALUE
013320         WHEN OTHER
013330             MOVE "OUT - SEE RPT " TO DL230-SL-VALUE
013340             SET DL230-DATE-ATTENTION TO TRUE
013350     END-EVALUATE.
013360     MOVE DL230-WS-STA-LINE TO DL230-RPT-RECORD.
013370     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013380 5450-EXIT.
013390     EXIT.
013400
013410***************************************************************
013420*  5500-REPORT-HELD  --  THE DATE'S ITEMS STILL HELD, ONE LINE
013430*                        PER BRANCH ON HOLD.  ANYTHING HELD IS
013440*                        ATTENTION UNTIL IT IS RELEASED OR
013450*                        DROPPED.
013460***************************************************************
013470 5500-REPORT-HELD.
013480     MOVE 1 TO DL230-WS-HLS-IDX.
013490     PERFORM 5510-REPORT-ONE-HELD THRU 5510-EXIT
013500         UNTIL DL230-WS-HLS-IDX > DL230-WS-HLS-USED.
013510 5500-EXIT.
013520     EXIT.
013530
013540 5510-REPORT-ONE-HELD.
013550     IF DL230-WS-HS-DATE(DL230-WS-HLS-IDX)
013560         = DL230-WS-SRCH-DATE
013570         MOVE "  HELD     " TO DL230-HD-LABEL
013580         PERFORM 5520-PRINT-HELD-LINE THRU 5520-EXIT
013590         SET DL230-DATE-ATTENTION TO TRUE
013600     END-IF.
013610     ADD 1 TO DL230-WS-HLS-IDX.
013620 5510-EXIT.
013630     EXIT.
013640
013650 5520-PRINT-HELD-LINE.
013660     MOVE DL230-WS-HS-BRANCH(DL230-WS-HLS-IDX)
013670         TO DL230-HD-BRANCH.
013680     MOVE DL230-WS-HS-COUNT(DL230-WS-HLS-IDX)
013690         TO DL230-HD-COUNT.
013700     MOVE DL230-WS-HS-AMOUNT(DL230-WS-HLS-IDX)
013710         TO DL230-HD-AMOUNT.
013720     MOVE DL230-WS-HLD-LINE TO DL230-RPT-RECORD.
013730     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013740 5520-EXIT.
013750     EXIT.
013760
013770***************************************************************
013780*  5600-REPORT-REGIONS  --  THE DATE BROKEN OUT BY BRANCH
013790*                           REGION: ONE SECTION PER REGION IN
013800*                           REGION ORDER, THEN "UNASSIGNED".
013810***************************************************************
013820 5600-REPORT-REGIONS.
013830     MOVE LOW-VALUES TO DL230-WS-RGN-LAST.
013840     PERFORM 5620-NEXT-REGION THRU 5620-EXIT.
013850     PERFORM 5625-NEXT-SECTION THRU 5625-EXIT
013860         UNTIL DL230-WS-RGN-CURR = HIGH-VALUES.
013870     MOVE "UNASSIGNED" TO DL230-WS-RGN-CURR.
013880     PERFORM 5630-REGION-SECTION THRU 5630-EXIT.
013890 5600-EXIT.
013900     EXIT.
013910
013920***************************************************************
013930*  5620-NEXT-REGION  --  THE LOWEST REGION ABOVE DL230-WS-
013940*                        RGN-LAST AMONG THE DATE'S BRANCHES,
013950*                        "UNASSIGNED" ASIDE, INTO DL230-WS-
013960*                        RGN-CURR - HIGH-VALUES WHEN NONE IS
013970*                        LEFT.
013980***************************************************************
013990 5620-NEXT-REGION.
014000     MOVE HIGH-VALUES TO DL230-WS-RGN-CURR.
014010     MOVE 1 TO DL230-WS-RDB-IDX.
014020     PERFORM 5621-TEST-NEXT-REGION THRU 5621-EXIT
014030         UNTIL DL230-WS-RDB-IDX > DL230-WS-RDB-USED.
014040 5620-EXIT.
014050     EXIT.
014060
014070 5621-TEST-NEXT-REGION.
014080     IF DL230-WS-RD-DATE(DL230-WS-RDB-IDX) = DL230-WS-SRCH-DATE
014090         AND DL230-WS-RD-REGION(DL230-WS-RDB-IDX)
014100             > DL230-WS-RGN-LAST
014110         AND DL230-WS-RD-REGION(DL230-WS-RDB-IDX)
014120             < DL230-WS-RGN-CURR
014130         AND DL230-WS-RD-REGION(DL230-WS-RDB-IDX)
014140             NOT = "UNASSIGNED"
014150         MOVE DL230-WS-RD-REGION(DL230-WS-RDB-IDX)
014160             TO DL230-WS-RGN-CURR
014170     END-IF.
014180     ADD 1 TO DL230-WS-RDB-IDX.
014190 5621-EXIT.
014200     EXIT.
014210
014220 5625-NEXT-SECTION.
014230     PERFORM 5630-REGION-SECTION THRU 5630-EXIT.
014240     MOVE DL230-WS-RGN-CURR TO DL230-WS-RGN-LAST.
014250     PERFORM 5620-NEXT-REGION THRU 5620-EXIT.
014260 5625-EXIT.
014270     EXIT.
014280
014290***************************************************************
014300*  5630-REGION-SECTION  --  THE DATE'S SECTION FOR REGION
014310*                           DL230-WS-RGN-CURR: ITS BRANCH
014320*                           LINES, ITS REJECTS BY REASON
014330*                           CODE, THE REGIONAL TOTAL, AND ITS
014340*                           BANNER.  NOTHING PRINTS FOR A
014350*                           REGION WITH NO BRANCH ON THE DATE.
014360***************************************************************
014370 5630-REGION-SECTION.
014380     MOVE ZEROS TO DL230-WS-RGN-TOTALS.
014390     MOVE "N" TO DL230-WS-RGN-ATTN-SW.
014400     MOVE 1 TO DL230-WS-RDB-IDX.
014410     PERFORM 5640-REGION-BRANCH-LINE THRU 5640-EXIT
014420         UNTIL DL230-WS-RDB-IDX > DL230-WS-RDB-USED.
014430     IF DL230-WS-RGN-BRANCHES = ZERO
014440         GO TO 5630-EXIT.
014450     MOVE ZERO TO DL230-WS-RSN-USED.
014460     MOVE 1 TO DL230-WS-RJS-IDX.
014470     PERFORM 5650-GATHER-REASON THRU 5650-EXIT
014480         UNTIL DL230-WS-RJS-IDX > DL230-WS-RJS-USED.
014490     MOVE 1 TO DL230-WS-RSN-IDX.
014500     PERFORM 5655-REGION-REASON-LINE THRU 5655-EXIT
014510         UNTIL DL230-WS-RSN-IDX > DL230-WS-RSN-USED.
014520     MOVE DL230-WS-RGN-BRANCHES TO DL230-RTL-BRANCHES.
014530     MOVE DL230-WS-RGN-ITEMS TO DL230-RTL-ITEMS.
014540     MOVE DL230-WS-RGN-VOLUME TO DL230-RTL-VOLUME.
014550     MOVE DL230-WS-RGN-SETTLED TO DL230-RTL-SETTLED.
014560     MOVE DL230-WS-RGN-REJECTS TO DL230-RTL-REJECTS.
014570     MOVE DL230-WS-RGN-BREAKS TO DL230-RTL-BREAKS.
014580     MOVE DL230-WS-RTL-LINE TO DL230-RPT-RECORD.
014590     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
014600     MOVE DL230-WS-RGN-CURR TO DL230-RGA-REGION.
014610     IF DL230-RGN-ATTENTION
014620         MOVE "*** ATTENTION ***    " TO DL230-RGA-BANNER
014630     ELSE
014640         MOVE "*** ALL CLEAR ***    " TO DL230-RGA-BANNER
014650     END-IF.
014660     MOVE DL230-WS-RGA-LINE TO DL230-RPT-RECORD.
014670     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
014680     PERFORM 5660-ADD-REGION-RECAP THRU 5660-EXIT.
014690 5630-EXIT.
014700     EXIT.
014710
014720***************************************************************
014730*  5640-REGION-BRANCH-LINE  --  ONE BRANCH OF THE REGION: ITS
014740*                               ITEMS, VOLUME AND SETTLED
014750*                               AMOUNT, ITS REJECTS, ITS
014760*                               TIE-OUT LEG, AND WHAT BECAME
014770*                               OF ITS SETTLEMENT.  A REJECT,
014780*                               A LEG OUT, A HOLD, OR A
014790*                               SETTLEMENT NOT ACCEPTED PUTS
014800*                               THE REGION ON ATTENTION.
014810***************************************************************
014820 5640-REGION-BRANCH-LINE.
014830     IF DL230-WS-RD-DATE(DL230-WS-RDB-IDX)
014840         NOT = DL230-WS-SRCH-DATE
014850         OR DL230-WS-RD-REGION(DL230-WS-RDB-IDX)
014860             NOT = DL230-WS-RGN-CURR
014870         GO TO 5640-NEXT.
014880     IF DL230-WS-RGN-BRANCHES = ZERO
014890         PERFORM 5645-REGION-HEADING THRU 5645-EXIT
014900     END-IF.
014910     ADD 1 TO DL230-WS-RGN-BRANCHES.
014920     MOVE DL230-WS-RD-BRANCH(DL230-WS-RDB-IDX)
014930         TO DL230-RGD-BRANCH.
014940     MOVE SPACES TO DL230-RGD-NAME.
014950     MOVE ZERO TO DL230-WS-HLS-FOUND.
014960     IF DL230-WS-RD-BRANCH(DL230-WS-RDB-IDX) NUMERIC
014970         MOVE DL230-WS-RD-BRANCH(DL230-WS-RDB-IDX)
014980             TO DL230-WS-SRCH-BRANCH
014990         PERFORM 2700-FIND-BRS-ENTRY THRU 2700-EXIT
015000         IF DL230-WS-BRS-FOUND > ZERO
015010             MOVE DL230-WS-BS-NAME(DL230-WS-BRS-FOUND)
015020                 TO DL230-RGD-NAME
015030         END-IF
015040         PERFORM 2600-FIND-HLS-ENTRY THRU 2600-EXIT
015050     END-IF.
015060     MOVE DL230-WS-RD-ITEMS(DL230-WS-RDB-IDX) TO DL230-RGD-ITEMS.
015070     MOVE DL230-WS-RD-VOLUME(DL230-WS-RDB-IDX)
015080         TO DL230-RGD-VOLUME.
015090     MOVE DL230-WS-RD-SETTLED(DL230-WS-RDB-IDX)
015100         TO DL230-RGD-SETTLED.
015110     MOVE DL230-WS-RD-REJECTS(DL230-WS-RDB-IDX)
015120         TO DL230-RGD-REJECTS.
015130     ADD DL230-WS-RD-ITEMS(DL230-WS-RDB-IDX)
015140         TO DL230-WS-RGN-ITEMS.
015150     ADD DL230-WS-RD-VOLUME(DL230-WS-RDB-IDX)
015160         TO DL230-WS-RGN-VOLUME.
015170     ADD DL230-WS-RD-SETTLED(DL230-WS-RDB-IDX)
015180         TO DL230-WS-RGN-SETTLED.
015190     ADD DL230-WS-RD-REJECTS(DL230-WS-RDB-IDX)
015200         TO DL230-WS-RGN-REJECTS.
015210     IF DL230-WS-RD-REJECTS(DL230-WS-RDB-IDX) > ZERO
015220         SET DL230-RGN-ATTENTION TO TRUE
015230     END-IF.
015240*    A BRANCH WITH ITEMS BUT NO TIE-OUT LINE IS A BREAK; ONE
015250*    WITH NOTHING POSTED (ALL REJECTED OR ALL HELD) HAS NO
015260*    LEG TO TIE.
015270     EVALUATE TRUE
015280         WHEN DL230-WS-RD-RECON(DL230-WS-RDB-IDX) = "TIED    "
015290             MOVE "TIED    " TO DL230-RGD-RECON
015300         WHEN DL230-WS-RD-RECON(DL230-WS-RDB-IDX) NOT = SPACES
015310             MOVE DL230-WS-RD-RECON(DL230-WS-RDB-IDX)
015320                 TO DL230-RGD-RECON
015330             ADD 1 TO DL230-WS-RGN-BREAKS
015340             SET DL230-RGN-ATTENTION TO TRUE
015350         WHEN DL230-WS-RD-ITEMS(DL230-WS-RDB-IDX) = ZERO
015360             OR DL230-WS-HLS-FOUND > ZERO
015370             MOVE SPACES TO DL230-RGD-RECON
015380         WHEN OTHER
015390             MOVE "NO TIE  " TO DL230-RGD-RECON
015400             ADD 1 TO DL230-WS-RGN-BREAKS
015410             SET DL230-RGN-ATTENTION TO TRUE
015420     END-EVALUATE.
015430*    THE SETTLEMENT COLUMN: HELD, THE ACKNOWLEDGMENT FROM THE
015440*    TIE-OUT LINE (ACCEPTED, REJECTED, NO ACK, NOT SENT),
015450*    NONE WHEN NOTHING WAS ACCEPTED, OR UNKNOWN.
015460     EVALUATE TRUE
015470         WHEN DL230-WS-HLS-FOUND > ZERO
015480             MOVE "HELD    " TO DL230-RGD-SETTLE
015490             SET DL230-RGN-ATTENTION TO TRUE
015500         WHEN DL230-WS-RD-SETTLE(DL230-WS-RDB-IDX) = "ACCEPTED"
015510             MOVE "ACCEPTED" TO DL230-RGD-SETTLE
015520         WHEN DL230-WS-RD-SETTLE(DL230-WS-RDB-IDX) NOT = SPACES
015530             MOVE DL230-WS-RD-SETTLE(DL230-WS-RDB-IDX)
015540                 TO DL230-RGD-SETTLE
015550             SET DL230-RGN-ATTENTION TO TRUE
015560         WHEN DL230-WS-RD-ITEMS(DL230-WS-RDB-IDX) = ZERO
015570             MOVE "NONE    " TO DL230-RGD-SETTLE
015580         WHEN OTHER
015590             MOVE "UNKNOWN " TO DL230-RGD-SETTLE
015600             SET DL230-RGN-ATTENTION TO TRUE
015610     END-EVALUATE.
015620     MOVE DL230-WS-RGD-LINE TO DL230-RPT-RECORD.
015630     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
015640 5640-NEXT.
015650     ADD 1 TO DL230-WS-RDB-IDX.
015660 5640-EXIT.
015670     EXIT.
015680
015690 5645-REGION-HEADING.
015700     MOVE SPACES TO DL230-RPT-RECORD.
015710     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
015720     MOVE DL230-WS-RGN-CURR TO DL230-RGH-REGION.
015730     MOVE "BUSINESS DATE" TO DL230-RGH-LABEL.
015740     MOVE DL230-WS-SRCH-DATE TO DL230-RGH-DATE.
015750     MOVE DL230-WS-RGH-LINE TO DL230-RPT-RECORD.
015760     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
015770     MOVE "  BRN NAME" TO DL230-RGC-LABEL.
015780     MOVE " RECON    SETTLE" TO DL230-RGC-TAIL.
015790     MOVE DL230-WS-RGC-LINE TO DL230-RPT-RECORD.
015800     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
015810 5645-EXIT.
015820     EXIT.
015830
015840***************************************************************
015850*  5650-GATHER-REASON  --  ADD ONE OF THE DATE'S REJECT
015860*                          SUMMARY LINES INTO THE REGION'S
015870*                          COUNT FOR ITS REASON CODE WHEN ITS
015880*                          BRANCH IS IN THE REGION.
015890***************************************************************
015900 5650-GATHER-REASON.
015910     IF DL230-WS-RJ-DATE(DL230-WS-RJS-IDX)
015920         NOT = DL230-WS-SRCH-DATE
015930         GO TO 5650-NEXT.
015940     MOVE DL230-WS-RJ-BRANCH(DL230-WS-RJS-IDX)
015950         TO DL230-WS-SRCH-CODE.
015960     PERFORM 2800-FIND-RDB-ENTRY THRU 2800-EXIT.
015970     IF DL230-WS-RDB-FOUND = ZERO
015980         GO TO 5650-NEXT.
015990     IF DL230-WS-RD-REGION(DL230-WS-RDB-FOUND)
016000         NOT = DL230-WS-RGN-CURR
016010         GO TO 5650-NEXT.
016020     MOVE DL230-WS-RJ-REASON(DL230-WS-RJS-IDX)
016030         TO DL230-WS-SRCH-REASON.
016040     PERFORM 2900-FIND-RSN-ENTRY THRU 2900-EXIT.
016050     IF DL230-WS-RSN-FOUND = ZERO
016060         IF DL230-WS-RSN-USED >= 20
016070             DISPLAY "MORNRPT: REASON TABLE FULL, "
016080                 DL230-WS-SRCH-REASON " NOT IN REGION "
016090                 DL230-WS-RGN-CURR
016100             GO TO 5650-NEXT
016110         END-IF
016120         ADD 1 TO DL230-WS-RSN-USED
016130         MOVE DL230-WS-RSN-USED TO DL230-WS-RSN-FOUND
016140         MOVE DL230-WS-SRCH-REASON
016150             TO DL230-WS-RN-REASON(DL230-WS-RSN-FOUND)
016160         MOVE DL230-WS-RJ-TEXT(DL230-WS-RJS-IDX)
016170             TO DL230-WS-RN-TEXT(DL230-WS-RSN-FOUND)
016180         MOVE ZERO TO DL230-WS-RN-COUNT(DL230-WS-RSN-FOUND)
016190     END-IF.
016200     ADD DL230-WS-RJ-COUNT(DL230-WS-RJS-IDX)
016210         TO DL230-WS-RN-COUNT(DL230-WS-RSN-FOUND).
016220 5650-NEXT.
016230     ADD 1 TO DL230-WS-RJS-IDX.
016240 5650-EXIT.
016250     EXIT.
016260
016270 5655-REGION-REASON-LINE.
016280     MOVE DL230-WS-RN-REASON(DL230-WS-RSN-IDX)
016290         TO DL230-RGR-REASON.
016300     MOVE DL230-WS-RN-TEXT(DL230-WS-RSN-IDX) TO DL230-RGR-TEXT.
016310     MOVE DL230-WS-RN-COUNT(DL230-WS-RSN-IDX) TO DL230-RGR-COUNT.
016320     MOVE DL230-WS-RGR-LINE TO DL230-RPT-RECORD.
016330     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
016340     ADD 1 TO DL230-WS-RSN-IDX.
016350 5655-EXIT.
016360     EXIT.
016370
016380***************************************************************
016390*  5660-ADD-REGION-RECAP  --  CARRY THE SECTION'S TOTALS AND
016400*                             BANNER INTO THE REGION'S LINE
016410*                             OF THE OPERATIONS RECAP.
016420***************************************************************
016430 5660-ADD-REGION-RECAP.
016440     PERFORM 5665-FIND-RGT-ENTRY THRU 5665-EXIT.
016450     IF DL230-WS-RGT-FOUND = ZERO
016460         IF DL230-WS-RGT-USED >= 51
016470             DISPLAY "MORNRPT: REGION RECAP TABLE FULL, REGION "
016480                 DL230-WS-RGN-CURR " LEFT OUT OF THE RECAP"
016490             GO TO 5660-EXIT
016500         END-IF
016510         ADD 1 TO DL230-WS-RGT-USED
016520         MOVE DL230-WS-RGT-USED TO DL230-WS-RGT-FOUND
016530         MOVE ZEROS TO DL230-WS-RGT-ENTRY(DL230-WS-RGT-FOUND)
016540         MOVE DL230-WS-RGN-CURR
016550             TO DL230-WS-RG-REGION(DL230-WS-RGT-FOUND)
016560         MOVE "N" TO DL230-WS-RG-ATTN-SW(DL230-WS-RGT-FOUND)
016570     END-IF.
016580     ADD DL230-WS-RGN-ITEMS
016590         TO DL230-WS-RG-ITEMS(DL230-WS-RGT-FOUND).
016600     ADD DL230-WS-RGN-VOLUME
016610         TO DL230-WS-RG-VOLUME(DL230-WS-RGT-FOUND).
016620     ADD DL230-WS-RGN-SETTLED
016630         TO DL230-WS-RG-SETTLED(DL230-WS-RGT-FOUND).
016640     ADD DL230-WS-RGN-REJECTS
016650         TO DL230-WS-RG-REJECTS(DL230-WS-RGT-FOUND).
016660     ADD DL230-WS-RGN-BREAKS
016670         TO DL230-WS-RG-BREAKS(DL230-WS-RGT-FOUND).
016680     IF DL230-RGN-ATTENTION
016690         SET DL230-RG-ATTENTION(DL230-WS-RGT-FOUND) TO TRUE
016700     END-IF.
016710 5660-EXIT.
016720     EXIT.
016730
016740 5665-FIND-RGT-ENTRY.
016750     MOVE ZERO TO DL230-WS-RGT-FOUND.
016760     MOVE 1 TO DL230-WS-RGT-IDX.
016770     PERFORM 5666-TEST-RGT-ENTRY THRU 5666-EXIT
016780         UNTIL DL230-WS-RGT-FOUND > ZERO
016790         OR DL230-WS-RGT-IDX > DL230-WS-RGT-USED.
016800 5665-EXIT.
016810     EXIT.
016820
016830 5666-TEST-RGT-ENTRY.
016840     IF DL230-WS-RG-REGION(DL230-WS-RGT-IDX) = DL230-WS-RGN-CURR
016850         MOVE DL230-WS-RGT-IDX TO DL230-WS-RGT-FOUND
016860     ELSE
016870         ADD 1 TO DL230-WS-RGT-IDX
016880     END-IF.
016890 5666-EXIT.
016900     EXIT.
016910
016920 8100-WRITE-RPT-LINE.
016930     IF DL230-WS-RPT-STATUS = "00"
016940         WRITE DL230-RPT-RECORD
016950     END-IF.
016960 8100-EXIT.
016970     EXIT.
016980
016990***************************************************************
017000*  9000-TERMINATE  --  PRINT THE NIGHT'S OVERALL BANNER AND
017010*                      THE PROOF STEP'S OWN OVERALL VERDICT,
017020*                      SET THE CONDITION CODE THE SCHEDULE
017030*                      HOLDS ON, AND CLOSE THE FILES.
017040*                      A HELD BALANCE STILL OUTSTANDING IS
017050*                      ITSELF ATTENTION.
017060***************************************************************
017070 9000-TERMINATE.
017080     MOVE SPACES TO DL230-RPT-RECORD.
017090     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
017100     IF DL230-WS-HLS-USED > ZERO
017110         PERFORM 9300-REPORT-HELD-RECAP THRU 9300-EXIT
017120     END-IF.
017130     PERFORM 9500-REPORT-REGION-RECAP THRU 9500-EXIT.
017140     MOVE "OVERALL PROOF:      " TO DL230-SL-LABEL.
017150     IF DL230-WS-OVERALL-VERDICT = SPACES
017160         MOVE "NOT ON FILE   " TO DL230-SL-VALUE
017170     ELSE
017180         MOVE DL230-WS-OVERALL-VERDICT TO DL230-SL-VALUE
017190     END-IF.
017200     MOVE DL230-WS-STA-LINE TO DL230-RPT-RECORD.
017210     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
017220     IF DL230-WS-ATTN-COUNT = ZERO
017230         AND DL230-WS-RETURN-CODE = ZERO
017240         AND DL230-WS-HLS-USED = ZERO
017250         MOVE "*** ALL CLEAR ***    " TO DL230-BL-BANNER
017260     ELSE
017270         MOVE "*** ATTENTION ***    " TO DL230-BL-BANNER
017280         IF DL230-WS-RETURN-CODE < 0008
017290             MOVE 0008 TO DL230-WS-RETURN-CODE
017300         END-IF
017310     END-IF.
017320     MOVE DL230-WS-BAN-LINE TO DL230-RPT-RECORD.
017330     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
017340     IF DL230-WS-AUD-STATUS = "00" OR "10" OR "23"
017350         CLOSE DL230-AUD-FILE
017360     END-IF.
017370     IF DL230-WS-RPT-STATUS = "00"
017380         CLOSE DL230-RPT-FILE
017390     END-IF.
017400     DISPLAY "MORNRPT: DATES NEEDING ATTENTION "
017410         DL230-WS-ATTN-COUNT.
017420     PERFORM 9400-WRITE-RUN-CONTROL THRU 9400-EXIT.
017430     DISPLAY "MORNRPT: RETURN CODE " DL230-WS-RETURN-CODE.
017440 9000-EXIT.
017450     EXIT.
017460
017470***************************************************************
017480*  9300-REPORT-HELD-RECAP  --  EVERYTHING STILL HELD, WHATEVER
017490*                              ITS BUSINESS DATE, WITH THE
017500*                              OUTSTANDING BALANCE.  IT STAYS
017510*                              ON THE REPORT EVERY MORNING
017520*                              UNTIL THE RELEASE RUN CLEARS IT.
017530***************************************************************
017540 9300-REPORT-HELD-RECAP.
017550     MOVE "HELD ITEMS OUTSTANDING" TO DL230-RPT-RECORD.
017560     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
017570     MOVE 1 TO DL230-WS-HLS-IDX.
017580     PERFORM 9310-RECAP-ONE-HELD THRU 9310-EXIT
017590         UNTIL DL230-WS-HLS-IDX > DL230-WS-HLS-USED.
017600     MOVE "HELD OUTSTANDING:   " TO DL230-SL-LABEL.
017610     MOVE DL230-WS-HELD-TOTAL TO DL230-WS-HELD-EDIT.
017620     MOVE DL230-WS-HELD-EDIT TO DL230-SL-VALUE.
017630     MOVE DL230-WS-STA-LINE TO DL230-RPT-RECORD.
017640     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
017650     MOVE SPACES TO DL230-RPT-RECORD.
017660     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
017670     DISPLAY "MORNRPT: ITEMS STILL HELD " DL230-WS-HELD-ITEMS
017680         " AMOUNT " DL230-WS-HELD-TOTAL.
017690 9300-EXIT.
017700     EXIT.
017710
017720 9310-RECAP-ONE-HELD.
017730     MOVE SPACES TO DL230-HD-LABEL.
017740     MOVE DL230-WS-HS-DATE(DL230-WS-HLS-IDX)
017750         TO DL230-HD-LABEL(3:8).
017760     PERFORM 5520-PRINT-HELD-LINE THRU 5520-EXIT.
017770     ADD 1 TO DL230-WS-HLS-IDX.
017780 9310-EXIT.
017790     EXIT.
017800
017810***************************************************************
017820*  9400-WRITE-RUN-CONTROL  --  ONE LEDGER ROW PER BUSINESS
017830*                              DATE REPORTED, WITH THE RUN'S
017840*                              FINAL RETURN CODE.  A LEDGER
017850*                              THAT WILL NOT OPEN LEAVES THE
017860*                              STEP UNRECORDED BUT DOES NOT
017870*                              CHANGE THE RUN'S CODE.
017880***************************************************************
017890 9400-WRITE-RUN-CONTROL.
017900     IF DL230-WS-DAY-USED = ZERO
017910         GO TO 9400-EXIT.
017920     OPEN OUTPUT DL230-RCL-FILE.
017930     IF DL230-WS-RCL-STATUS NOT = "00"
017940         DISPLAY "MORNRPT: RUNCTL NOT AVAILABLE, STATUS = "
017950             DL230-WS-RCL-STATUS " - STEP NOT RECORDED"
017960         GO TO 9400-EXIT.
017970     ACCEPT DL230-WS-RUN-TIME FROM TIME.
017980     MOVE 1 TO DL230-WS-DAY-IDX.
017990     PERFORM 9410-PUT-RCL-ROW THRU 9410-EXIT
018000         UNTIL DL230-WS-DAY-IDX > DL230-WS-DAY-USED.
018010     CLOSE DL230-RCL-FILE.
018020 9400-EXIT.
018030     EXIT.
018040
018050 9410-PUT-RCL-ROW.
018060     MOVE SPACES TO DL100-RCL-RECORD.
018070     MOVE DL230-WS-DY-DATE(DL230-WS-DAY-IDX)
018080         TO DL100-RCL-BUS-DATE.
018090     MOVE "MORNSTP" TO DL100-RCL-STEP.
018100     MOVE "MORNRPT" TO DL100-RCL-PROGRAM.
018110     MOVE DL230-WS-RETURN-CODE TO DL100-RCL-RC.
018120     SET DL100-RCL-IS-STEP TO TRUE.
018130     MOVE DL230-WS-RUN-DATE TO DL100-RCL-RUN-DATE.
018140     MOVE DL230-WS-RUN-TIME(1:6) TO DL100-RCL-RUN-TIME.
018150     WRITE DL100-RCL-RECORD.
018160     IF DL230-WS-RCL-STATUS NOT = "00"
018170         DISPLAY "MORNRPT: UNABLE TO WRITE RUNCTL, STATUS = "
018180             DL230-WS-RCL-STATUS
018190     END-IF.
018200     ADD 1 TO DL230-WS-DAY-IDX.
018210 9410-EXIT.
018220     EXIT.
018230
018240***************************************************************
018250*  9500-REPORT-REGION-RECAP  --  THE OPERATIONS RECAP: EACH
018260*                                REGION'S TOTALS OVER ALL OF
018270*                                TONIGHT'S DATES, IN REGION
018280*                                ORDER WITH "UNASSIGNED"
018290*                                LAST, THEN THE NIGHT'S TOTAL.
018300*                                A REGION IS ATTENTION WHEN
018310*                                ANY OF ITS SECTIONS WAS.
018320***************************************************************
018330 9500-REPORT-REGION-RECAP.
018340     IF DL230-WS-RGT-USED = ZERO
018350         GO TO 9500-EXIT.
018360     MOVE "OPERATIONS RECAP BY REGION" TO DL230-RPT-RECORD.
018370     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
018380     MOVE "  REGION" TO DL230-RGC-LABEL.
018390     MOVE " BREAKS STATUS" TO DL230-RGC-TAIL.
018400     MOVE DL230-WS-RGC-LINE TO DL230-RPT-RECORD.
018410     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
018420     MOVE ZEROS TO DL230-WS-RGN-TOTALS.
018430     MOVE "N" TO DL230-WS-RGN-ATTN-SW.
018440     MOVE LOW-VALUES TO DL230-WS-RGN-LAST.
018450     PERFORM 9510-NEXT-RECAP-REGION THRU 9510-EXIT.
018460     PERFORM 9520-NEXT-RECAP-LINE THRU 9520-EXIT
018470         UNTIL DL230-WS-RGN-CURR = HIGH-VALUES.
018480     MOVE "UNASSIGNED" TO DL230-WS-RGN-CURR.
018490     PERFORM 9530-RECAP-LINE THRU 9530-EXIT.
018500     MOVE "OPERATIONS" TO DL230-RGP-REGION.
018510     MOVE DL230-WS-RGN-ITEMS TO DL230-RGP-ITEMS.
018520     MOVE DL230-WS-RGN-VOLUME TO DL230-RGP-VOLUME.
018530     MOVE DL230-WS-RGN-SETTLED TO DL230-RGP-SETTLED.
018540     MOVE DL230-WS-RGN-REJECTS TO DL230-RGP-REJECTS.
018550     MOVE DL230-WS-RGN-BREAKS TO DL230-RGP-BREAKS.
018560     IF DL230-RGN-ATTENTION
018570         MOVE "ATTENTION" TO DL230-RGP-STATUS
018580     ELSE
018590         MOVE "ALL CLEAR" TO DL230-RGP-STATUS
018600     END-IF.
018610     MOVE DL230-WS-RGP-LINE TO DL230-RPT-RECORD.
018620     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
018630     MOVE SPACES TO DL230-RPT-RECORD.
018640     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
018650 9500-EXIT.
018660     EXIT.
018670
018680 9510-NEXT-RECAP-REGION.
018690     MOVE HIGH-VALUES TO DL230-WS-RGN-CURR.
018700     MOVE 1 TO DL230-WS-RGT-IDX.
018710     PERFORM 9515-TEST-RECAP-REGION THRU 9515-EXIT
018720         UNTIL DL230-WS-RGT-IDX > DL230-WS-RGT-USED.
018730 9510-EXIT.
018740     EXIT.
018750
018760 9515-TEST-RECAP-REGION.
018770     IF DL230-WS-RG-REGION(DL230-WS-RGT-IDX) > DL230-WS-RGN-LAST
018780         AND DL230-WS-RG-REGION(DL230-WS-RGT-IDX)
018790             < DL230-WS-RGN-CURR
018800         AND DL230-WS-RG-REGION(DL230-WS-RGT-IDX)
018810             NOT = "UNASSIGNED"
018820         MOVE DL230-WS-RG-REGION(DL230-WS-RGT-IDX)
018830             TO DL230-WS-RGN-CURR
018840     END-IF.
018850     ADD 1 TO DL230-WS-RGT-IDX.
018860 9515-EXIT.
018870     EXIT.
018880
018890 9520-NEXT-RECAP-LINE.
018900     PERFORM 9530-RECAP-LINE THRU 9530-EXIT.
018910     MOVE DL230-WS-RGN-CURR TO DL230-WS-RGN-LAST.
018920     PERFORM 9510-NEXT-RECAP-REGION THRU 9510-EXIT.
018930 9520-EXIT.
018940     EXIT.
018950
018960 9530-RECAP-LINE.
018970     PERFORM 5665-FIND-RGT-ENTRY THRU 5665-EXIT.
018980     IF DL230-WS-RGT-FOUND = ZERO
018990         GO TO 9530-EXIT.
019000     MOVE DL230-WS-RGN-CURR TO DL230-RGP-REGION.
019010     MOVE DL230-WS-RG-ITEMS(DL230-WS-RGT-FOUND)
019020         TO DL230-RGP-ITEMS.
019030     MOVE DL230-WS-RG-VOLUME(DL230-WS-RGT-FOUND)
019040         TO DL230-RGP-VOLUME.
019050     MOVE DL230-WS-RG-SETTLED(DL230-WS-RGT-FOUND)
019060         TO DL230-RGP-SETTLED.
019070     MOVE DL230-WS-RG-REJECTS(DL230-WS-RGT-FOUND)
019080         TO DL230-RGP-REJECTS.
019090     MOVE DL230-WS-RG-BREAKS(DL230-WS-RGT-FOUND)
019100         TO DL230-RGP-BREAKS.
019110     IF DL230-RG-ATTENTION(DL230-WS-RGT-FOUND)
019120         MOVE "ATTENTION" TO DL230-RGP-STATUS
019130         SET DL230-RGN-ATTENTION TO TRUE
019140     ELSE
019150         MOVE "ALL CLEAR" TO DL230-RGP-STATUS
019160     END-IF.
019170     ADD DL230-WS-RG-ITEMS(DL230-WS-RGT-FOUND)
019180         TO DL230-WS-RGN-ITEMS.
019190     ADD DL230-WS-RG-VOLUME(DL230-WS-RGT-FOUND)
019200         TO DL230-WS-RGN-VOLUME.
019210     ADD DL230-WS-RG-SETTLED(DL230-WS-RGT-FOUND)
019220         TO DL230-WS-RGN-SETTLED.
019230     ADD DL230-WS-RG-REJECTS(DL230-WS-RGT-FOUND)
019240         TO DL230-WS-RGN-REJECTS.
019250     ADD DL230-WS-RG-BREAKS(DL230-WS-RGT-FOUND)
019260         TO DL230-WS-RGN-BREAKS.
019270     MOVE DL230-WS-RGP-LINE TO DL230-RPT-RECORD.
019280     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
019290 9530-EXIT.
019300     EXIT.
