000010***************************************************************
000020*  BRNBILL.CBL
000030*
000040*  MONTH-END BRANCH BILLING.  THE PROCESSING RATES ON RATESDD
000050*  ARE WHAT THE BRANCHES ARE CHARGED, BUT NOTHING TURNED A
000060*  MONTH'S POSTED ACTIVITY INTO A BILL - FINANCE KEYED THE
000070*  INVOICES FROM THE HELLORPT LISTINGS.  THIS STEP BILLS THE
000080*  CLOSED MONTH (PARM CCYYMM) FROM WHAT WAS ACTUALLY SETTLED
000090*  AND POSTED FOR EACH BUSINESS DATE IN IT:
000100*
000110*      SETTLED     -  THE BRANCH'S EXB AMOUNT IN THE FIRST
000120*                     SETLXTR SET SENT FOR THE DATE THAT
000130*                     CARRIES THE BRANCH (THE NIGHT'S
000140*                     SETTLEMENT, OR FOR A BRANCH HELD THAT
000150*                     NIGHT ITS RELEASE SET), FROM THE
000160*                     ARCHIVE GENERATIONS (EXTARCH) AND THEN
000170*                     THE LIVE EXTRACT,
000180*      BILLED      -  THE BRANCH'S NET ON THE LEDGER FOR THE
000190*                     DATE ACROSS EVERY POSTING SET (GLARCH,
000200*                     THEN GLPOST), TAKEN THE WAY GLRECON
000210*                     TAKES IT - SO REVERSALS, CORRECTIONS,
000220*                     RE-RATES AND RELEASED HOLDS ARE NETTED
000230*                     IN,
000240*      ADJUSTMENT  -  BILLED LESS SETTLED,
000250*      VOLUME      -  THE BRANCH'S VOLUME FOR THE DATE FROM
000260*                     THE LAST BRNHIST ROW,
000270*      RATE        -  THE RATE THE DATE RESOLVES TO FROM THE
000280*                     ACTIVE RATESDD ROWS, AS HELLO RESOLVES
000290*                     IT (THE PARM DEFAULT WITH NO ROW).
000300*
000310*  A DATE WITH NOTHING ON THE LEDGER BILLS THE SETTLED
000320*  AMOUNT.  A BRANCH MERGED INTO ANOTHER (BRANCHDD STATUS "M")
000330*  IS BILLED UNDER THE SURVIVING BRANCH FOR DATES ON OR AFTER
000340*  THE MERGE DATE ON THE BRANCH MASTER (FOR AN OLDER ROW
000350*  WITHOUT ONE, THE DATE THE ROW WAS LAST UPDATED); ITS
000360*  LINES ON THE SURVIVOR'S STATEMENT KEEP ITS OWN BRANCH
000370*  CODE.
000380*
000390*  OUTPUTS:
000400*
000410*      BILLRPT  -  ONE STATEMENT PER BILLED BRANCH (NAME AND
000420*                  REGION FROM BRANCHDD): A LINE PER DATE AND
000430*                  A BRANCH TOTAL, THEN THE PERIOD TOTAL.
000440*      BILLIF   -  THE BILLING SYSTEM'S INTERFACE FILE
000450*                  (DLBILREC): BLH HEADER, ONE BLD SUMMARY PER
000460*                  BILLED BRANCH, BLT TRAILER WITH THE COUNT
000470*                  AND THE HASH TOTAL OF THE BILLED AMOUNTS.
000480*
000490*  THE ARCHIVE DD NAMES THE GENERATION DATA GROUP BASE SO
000500*  EVERY GENERATION IS READ, OLDEST FIRST, SO A MONTH CAN BE
000510*  BILLED AGAIN AFTER ARCPURGE HAS MOVED IT OFF THE LIVE
000520*  DATASETS.
000530*
000540*  PARM (COLUMNS):
000550*
000560*      1-6   BILLING MONTH AS CCYYMM (REQUIRED)
000570*      7-8   DEFAULT RATE FOR A BRANCH WITH NO RATE ROW
000580*            (BLANK - 02, AS THE NIGHTLY RUN)
000590*
000600*  ENDS 0000 WHEN EVERY BRANCH BILLED CLEANLY, 0004 WHEN
000610*  SOMETHING ON THE STATEMENTS NEEDS A LOOK (NOTHING TO BILL,
000620*  A BRANCH NOT ON THE MASTER, A DATE WITH NO VOLUME HISTORY,
000630*  A CREDIT BILL, A TABLE FULL), 0016 ON A PARM OR FILE
000640*  FAILURE.
000650*
000660*  MODIFICATION HISTORY
000670*  --------------------
000680*  DATE       INIT  DESCRIPTION
000690*  ---------- ----  ------------------------------------------
000700*  2026-10-15 DLP   INITIAL VERSION - FINANCE HAS BEEN
000710*                   BUILDING THE BRANCH INVOICES FROM THE
000720*                   HELLORPT PRINTOUTS.
000730***************************************************************
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID. BRNBILL.
000760 AUTHOR. D. L. PRICE.
000770 INSTALLATION. DATA PROCESSING.
000780 DATE-WRITTEN. 2026-10-15.
000790 DATE-COMPILED.
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER. IBM-370.
000830 OBJECT-COMPUTER. IBM-370.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT DL320-EXA-FILE ASSIGN TO "EXTARCH"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS DL320-WS-EXA-STATUS.
000890     SELECT DL320-EXT-FILE ASSIGN TO "SETLXTR"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS DL320-WS-EXT-STATUS.
000920     SELECT DL320-GLA-FILE ASSIGN TO "GLARCH"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS DL320-WS-GLA-STATUS.
000950     SELECT DL320-GL-FILE ASSIGN TO "GLPOST"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS DL320-WS-GL-STATUS.
000980     SELECT DL320-BHS-FILE ASSIGN TO "BRNHIST"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS DL320-WS-BHS-STATUS.
001010     SELECT DL320-RAT-FILE ASSIGN TO "RATESDD"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS DL100-RAT-KEY
001050         FILE STATUS IS DL320-WS-RAT-STATUS.
001060     SELECT DL320-BRN-FILE ASSIGN TO "BRANCHDD"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS DL100-BRN-BRANCH
001100         FILE STATUS IS DL320-WS-BRN-STATUS.
001110     SELECT DL320-RPT-FILE ASSIGN TO "BILLRPT"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS DL320-WS-RPT-STATUS.
001140     SELECT DL320-BIF-FILE ASSIGN TO "BILLIF"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS DL320-WS-BIF-STATUS.
001170 DATA DIVISION.
001180 FILE SECTION.
001190***************************************************************
001200*  THE ARCHIVED AND LIVE EXTRACT AND LEDGER FILES SHARE ONE
001210*  LAYOUT EACH; THEY ARE READ INTO THE WORKING-STORAGE COPY
001220*  OF THAT LAYOUT.
001230***************************************************************
001240 FD  DL320-EXA-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 32 CHARACTERS.
001270 01  DL320-EXA-RECORD            PIC X(32).
001280
001290 FD  DL320-EXT-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 32 CHARACTERS.
001320 01  DL320-EXT-RECORD            PIC X(32).
001330
001340 FD  DL320-GLA-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 80 CHARACTERS.
001370 01  DL320-GLA-RECORD            PIC X(80).
001380
001390 FD  DL320-GL-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 80 CHARACTERS.
001420 01  DL320-GL-RECORD             PIC X(80).
001430
001440 FD  DL320-BHS-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 80 CHARACTERS.
001470     COPY DLBHSREC.
001480
001490 FD  DL320-RAT-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 80 CHARACTERS.
001520     COPY DLRATREC.
001530
001540 FD  DL320-BRN-FILE
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 80 CHARACTERS.
001570     COPY DLBRNREC.
001580
001590 FD  DL320-RPT-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 80 CHARACTERS.
001620 01  DL320-RPT-RECORD            PIC X(80).
001630
001640 FD  DL320-BIF-FILE
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 80 CHARACTERS.
001670     COPY DLBILREC.
001680 WORKING-STORAGE SECTION.
001690 77  DL320-WS-EXA-STATUS         PIC X(02)  VALUE SPACES.
001700 77  DL320-WS-EXT-STATUS         PIC X(02)  VALUE SPACES.
001710 77  DL320-WS-GLA-STATUS         PIC X(02)  VALUE SPACES.
001720 77  DL320-WS-GL-STATUS          PIC X(02)  VALUE SPACES.
001730 77  DL320-WS-BHS-STATUS         PIC X(02)  VALUE SPACES.
001740 77  DL320-WS-RAT-STATUS         PIC X(02)  VALUE SPACES.
001750 77  DL320-WS-BRN-STATUS         PIC X(02)  VALUE SPACES.
001760 77  DL320-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
001770 77  DL320-WS-BIF-STATUS         PIC X(02)  VALUE SPACES.
001780 77  DL320-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001790 77  DL320-WS-SUSP-ACCOUNT       PIC X(10)
001800                                 VALUE "9999999999".
001810 77  DL320-WS-DEFAULT-RATE       PIC 9(02)  VALUE 02.
001820 77  DL320-WS-EXT-SET-ROWS       PIC 9(07)  VALUE ZERO.
001830 77  DL320-WS-EXT-LATER-ROWS     PIC 9(07)  VALUE ZERO.
001840 77  DL320-WS-GL-READ-COUNT      PIC 9(07)  VALUE ZERO.
001850 77  DL320-WS-BHS-READ-COUNT     PIC 9(07)  VALUE ZERO.
001860 77  DL320-WS-BRANCH-COUNT       PIC 9(05)  VALUE ZERO.
001870 77  DL320-WS-LINE-COUNT         PIC 9(05)  VALUE ZERO.
001880 77  DL320-WS-NO-MASTER-COUNT    PIC 9(05)  VALUE ZERO.
001890 77  DL320-WS-NO-VOLUME-COUNT    PIC 9(05)  VALUE ZERO.
001900 77  DL320-WS-MERGED-COUNT       PIC 9(05)  VALUE ZERO.
001910 77  DL320-WS-CREDIT-COUNT       PIC 9(05)  VALUE ZERO.
001920 77  DL320-WS-BIF-COUNT          PIC 9(07)  VALUE ZERO.
001930 77  DL320-WS-HASH-TOTAL         PIC 9(13)  VALUE ZERO.
001940 77  DL320-WS-SRCH-DATE          PIC 9(08)  VALUE ZERO.
001950 77  DL320-WS-SRCH-BRANCH        PIC 9(03)  VALUE ZERO.
001960 77  DL320-WS-BILL-BRANCH        PIC 9(03)  VALUE ZERO.
001970 77  DL320-WS-LAST-BILLED        PIC 9(03)  VALUE ZERO.
001980 77  DL320-WS-NEXT-BILLED        PIC 9(04)  VALUE ZERO.
001990 77  DL320-WS-RATE-BEST          PIC 9(08)  VALUE ZERO.
002000 77  DL320-WS-ENT-BILLED         PIC S9(11) VALUE ZERO.
002010 77  DL320-WS-ENT-ADJ            PIC S9(11) VALUE ZERO.
002020 77  DL320-WS-RUN-TIME           PIC 9(08)  VALUE ZERO.
002030 77  DL320-WS-ENT-USED           PIC 9(04)  COMP VALUE ZERO.
002040 77  DL320-WS-ENT-IDX            PIC 9(04)  COMP VALUE ZERO.
002050 77  DL320-WS-ENT-FOUND          PIC 9(04)  COMP VALUE ZERO.
002060 77  DL320-WS-BRNM-USED          PIC 9(03)  COMP VALUE ZERO.
002070 77  DL320-WS-BRNM-IDX           PIC 9(03)  COMP VALUE ZERO.
002080 77  DL320-WS-BRNM-FOUND         PIC 9(03)  COMP VALUE ZERO.
002090 77  DL320-WS-RATE-USED          PIC 9(03)  COMP VALUE ZERO.
002100 77  DL320-WS-RATE-IDX           PIC 9(03)  COMP VALUE ZERO.
002110 77  DL320-WS-DAY-IDX            PIC 9(03)  COMP VALUE ZERO.
002120 77  DL320-WS-HOP-COUNT          PIC 9(03)  COMP VALUE ZERO.
002130 01  DL320-WS-SWITCHES.
002140     05  DL320-WS-EXT-EOF-SW     PIC X(01)  VALUE "N".
002150         88  DL320-EOF-EXTRACT              VALUE "Y".
002160     05  DL320-WS-GL-EOF-SW      PIC X(01)  VALUE "N".
002170         88  DL320-EOF-GL                   VALUE "Y".
002180     05  DL320-WS-BHS-EOF-SW     PIC X(01)  VALUE "N".
002190         88  DL320-EOF-HISTORY              VALUE "Y".
002200     05  DL320-WS-RAT-EOF-SW     PIC X(01)  VALUE "N".
002210         88  DL320-EOF-RATES                VALUE "Y".
002220     05  DL320-WS-BRN-EOF-SW     PIC X(01)  VALUE "N".
002230         88  DL320-EOF-BRANCHES             VALUE "Y".
002240     05  DL320-WS-FULL-SW        PIC X(01)  VALUE "N".
002250         88  DL320-TABLE-FILLED             VALUE "Y".
002260     05  DL320-WS-HOP-SW         PIC X(01)  VALUE "N".
002270         88  DL320-MERGE-FOLLOWED           VALUE "Y".
002280     05  DL320-WS-DAY-SW         PIC X(01)  VALUE "N".
002290         88  DL320-DAY-BILLED               VALUE "Y".
002300 01  DL320-WS-RUN-DATE.
002310     05  DL320-WS-RUN-CCYY       PIC 9(04).
002320     05  DL320-WS-RUN-MM         PIC 9(02).
002330     05  DL320-WS-RUN-DD         PIC 9(02).
002340***************************************************************
002350*  A RECORD'S BUSINESS DATE, SPLIT TO TEST IT AGAINST THE
002360*  BILLING MONTH AND TO FIND ITS DAY.
002370***************************************************************
002380 01  DL320-WS-CHK-DATE.
002390     05  DL320-WS-CHK-MONTH      PIC 9(06).
002400     05  DL320-WS-CHK-DD         PIC 9(02).
002410 01  DL320-WS-PERIOD.
002420     05  DL320-WS-PER-CCYY       PIC 9(04).
002430     05  DL320-WS-PER-MM         PIC 9(02).
002440***************************************************************
002450*  SETTLEMENT SETS SEEN SO FAR FOR EACH DAY OF THE MONTH.  AN
002460*  EXB ROW COUNTS AS SETTLED ONLY IN THE FIRST SET FOR ITS
002470*  DATE THAT CARRIES THE BRANCH; A LATER SET FOR THE BRANCH
002480*  (FORCED RERUN, RE-RATE, RELEASE) IS NETTED IN THROUGH THE
002490*  LEDGER INSTEAD.
002500***************************************************************
002510 01  DL320-WS-SET-TABLE.
002520     05  DL320-WS-SET-COUNT      PIC 9(03)  COMP
002530                                 OCCURS 31 TIMES.
002540     COPY DLEXTREC.
002550     COPY DLGLREC.
002560***************************************************************
002570*  BRANCH MASTER - NAME, REGION, AND THE MERGE, IF ANY.
002580***************************************************************
002590 01  DL320-WS-BRNM-TABLE.
002600     05  DL320-WS-BRNM-ENTRY OCCURS 50 TIMES.
002610         10  DL320-WS-BM-CODE    PIC 9(03).
002620         10  DL320-WS-BM-NAME    PIC X(20).
002630         10  DL320-WS-BM-REGION  PIC X(10).
002640         10  DL320-WS-BM-STATUS  PIC X(01).
002650             88  DL320-BM-IS-MERGED         VALUE "M".
002660         10  DL320-WS-BM-MERGED  PIC 9(03).
002670         10  DL320-WS-BM-MERGE-DATE
002680                                 PIC 9(08).
002690***************************************************************
002700*  ACTIVE RATE ROWS, AS THE NIGHTLY RUN LOADS THEM.
002710***************************************************************
002720 01  DL320-WS-RATE-TABLE.
002730     05  DL320-WS-RATE-ENTRY OCCURS 100 TIMES.
002740         10  DL320-WS-RT-BRANCH  PIC 9(03).
002750         10  DL320-WS-RT-EFF     PIC 9(08).
002760         10  DL320-WS-RT-RATE    PIC 9(02).
002770***************************************************************
002780*  BILLING TABLE - ONE ENTRY PER BUSINESS DATE AND POSTING
002790*  BRANCH IN THE MONTH, ADDED BY THE EXTRACT OR THE LEDGER.
002800*
002810*      BE-BILL-BR     THE BRANCH BILLED (THE SURVIVOR WHEN
002820*                     THE POSTING BRANCH WAS MERGED BY THEN)
002830*      BE-SETTLED     EXB AMOUNT IN THE FIRST SET FOR THE
002840*                     DATE THAT CARRIES THE BRANCH
002850*      BE-SET-NO      WHICH SET THAT WAS (ZERO - NONE YET)
002860*      BE-GL-NET      NET ON THE LEDGER, DEBIT-ACCOUNT SIDE
002870*      BE-DR-ACCT1/2  THE DEBIT-SIDE ACCOUNTS SEEN SO FAR
002880*      BE-PAIR-SW     WHICH HALF OF A PAIR COMES NEXT
002890*      BE-VOLUME      VOLUME FROM THE LAST BRNHIST ROW
002900***************************************************************
002910 01  DL320-WS-ENT-TABLE.
002920     05  DL320-WS-ENT-ENTRY OCCURS 2000 TIMES.
002930         10  DL320-WS-BE-DATE    PIC 9(08).
002940         10  DL320-WS-BE-BRANCH  PIC 9(03).
002950         10  DL320-WS-BE-BILL-BR PIC 9(03).
002960         10  DL320-WS-BE-RATE    PIC 9(02).
002970         10  DL320-WS-BE-SETTLED PIC 9(09).
002980         10  DL320-WS-BE-SET-NO  PIC 9(03)  COMP.
002990         10  DL320-WS-BE-GL-NET  PIC S9(11).
003000         10  DL320-WS-BE-GL-SEEN PIC X(01).
003010             88  DL320-BE-GL-POSTED         VALUE "Y".
003020         10  DL320-WS-BE-DR-ACCT1
003030                                 PIC X(10).
003040         10  DL320-WS-BE-DR-ACCT2
003050                                 PIC X(10).
003060         10  DL320-WS-BE-PAIR-SW PIC X(01).
003070             88  DL320-BE-FIRST-HALF        VALUE "1".
003080             88  DL320-BE-SECOND-HALF       VALUE "2".
003090         10  DL320-WS-BE-VOLUME  PIC 9(09).
003100         10  DL320-WS-BE-VOL-SEEN
003110                                 PIC X(01).
003120             88  DL320-BE-VOL-KNOWN         VALUE "Y".
003130***************************************************************
003140*  ONE BRANCH'S STATEMENT TOTALS, AND THE PERIOD'S.
003150***************************************************************
003160 01  DL320-WS-BRANCH-TOTALS.
003170     05  DL320-WS-BT-DAYS        PIC 9(03).
003180     05  DL320-WS-BT-VOLUME      PIC 9(11).
003190     05  DL320-WS-BT-SETTLED     PIC 9(11).
003200     05  DL320-WS-BT-ADJ         PIC S9(11).
003210     05  DL320-WS-BT-BILLED      PIC S9(11).
003220 01  DL320-WS-PERIOD-TOTALS.
003230     05  DL320-WS-PT-DAYS        PIC 9(03).
003240     05  DL320-WS-PT-VOLUME      PIC 9(11).
003250     05  DL320-WS-PT-SETTLED     PIC 9(11).
003260     05  DL320-WS-PT-ADJ         PIC S9(11).
003270     05  DL320-WS-PT-BILLED      PIC S9(11).
003280***************************************************************
003290*  REPORT LINE LAYOUTS
003300***************************************************************
003310 01  DL320-WS-HDR-LINE.
003320     05  FILLER                  PIC X(30)
003330             VALUE "BRNBILL BRANCH BILLING STATEME".
003340     05  FILLER                  PIC X(13)
003350             VALUE "NTS - PERIOD ".
003360     05  DL320-HL-PER-CCYY       PIC 9(04).
003370     05  FILLER                  PIC X(01)  VALUE "-".
003380     05  DL320-HL-PER-MM         PIC 9(02).
003390     05  FILLER                  PIC X(07)  VALUE "   RUN ".
003400     05  DL320-HL-CCYY           PIC 9(04).
003410     05  FILLER                  PIC X(01)  VALUE "-".
003420     05  DL320-HL-MM             PIC 9(02).
003430     05  FILLER                  PIC X(01)  VALUE "-".
003440     05  DL320-HL-DD             PIC 9(02).
003450     05  FILLER                  PIC X(13)  VALUE SPACES.
003460 01  DL320-WS-BRN-LINE.
003470     05  FILLER                  PIC X(20)
003480             VALUE "STATEMENT FOR BRANCH".
003490     05  FILLER                  PIC X(01)  VALUE SPACES.
003500     05  DL320-BL-BRANCH         PIC 9(03).
003510     05  FILLER                  PIC X(02)  VALUE SPACES.
003520     05  DL320-BL-NAME           PIC X(20).
003530     05  FILLER                  PIC X(02)  VALUE SPACES.
003540     05  FILLER                  PIC X(07)  VALUE "REGION ".
003550     05  DL320-BL-REGION         PIC X(10).
003560     05  FILLER                  PIC X(15)  VALUE SPACES.
003570 01  DL320-WS-COL-LINE.
003580     05  FILLER                  PIC X(30)
003590             VALUE "BUS DATE  BRN       VOLUME  RT".
003600     05  FILLER                  PIC X(30)
003610             VALUE "      SETTLED  ADJUSTMENT     ".
003620     05  FILLER                  PIC X(20)
003630             VALUE " BILLED             ".
003640 01  DL320-WS-DET-LINE.
003650     05  DL320-DL-DATE           PIC 9(08).
003660     05  FILLER                  PIC X(02)  VALUE SPACES.
003670     05  DL320-DL-BRANCH         PIC 9(03).
003680     05  FILLER                  PIC X(02)  VALUE SPACES.
003690     05  DL320-DL-VOLUME         PIC Z(10)9.
003700     05  FILLER                  PIC X(02)  VALUE SPACES.
003710     05  DL320-DL-RATE           PIC Z9.
003720     05  FILLER                  PIC X(02)  VALUE SPACES.
003730     05  DL320-DL-SETTLED        PIC Z(10)9.
003740     05  FILLER                  PIC X(01)  VALUE SPACES.
003750     05  DL320-DL-ADJ            PIC -(10)9.
003760     05  FILLER                  PIC X(01)  VALUE SPACES.
003770     05  DL320-DL-BILLED         PIC -(10)9.
003780     05  FILLER                  PIC X(01)  VALUE SPACES.
003790     05  DL320-DL-NOTE           PIC X(12).
003800 01  DL320-WS-TOT-LINE.
003810     05  DL320-TL-LABEL          PIC X(13).
003820     05  FILLER                  PIC X(02)  VALUE SPACES.
003830     05  DL320-TL-VOLUME         PIC Z(10)9.
003840     05  FILLER                  PIC X(06)  VALUE SPACES.
003850     05  DL320-TL-SETTLED        PIC Z(10)9.
003860     05  FILLER                  PIC X(01)  VALUE SPACES.
003870     05  DL320-TL-ADJ            PIC -(10)9.
003880     05  FILLER                  PIC X(01)  VALUE SPACES.
003890     05  DL320-TL-BILLED         PIC -(10)9.
003900     05  FILLER                  PIC X(01)  VALUE SPACES.
003910     05  DL320-TL-DAYS           PIC ZZ9.
003920     05  FILLER                  PIC X(09)  VALUE " DAYS".
003930 01  DL320-WS-SUM-LINE.
003940     05  DL320-SL-LABEL          PIC X(26).
003950     05  DL320-SL-COUNT          PIC ZZZZZZ9.
003960     05  FILLER                  PIC X(47)  VALUE SPACES.
003970 01  DL320-WS-HASH-LINE.
003980     05  FILLER                  PIC X(26)
003990             VALUE "INTERFACE HASH TOTAL:     ".
004000     05  DL320-HT-TOTAL          PIC Z(12)9.
004010     05  FILLER                  PIC X(41)  VALUE SPACES.
004020 LINKAGE SECTION.
004030***************************************************************
004040*  DL320-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
004050*                       COLUMNS 1-6 ARE THE BILLING MONTH,
004060*                       7-8 THE DEFAULT RATE.
004070***************************************************************
004080 01  DL320-PARM-AREA.
004090     05  DL320-PARM-LEN          PIC S9(04) COMP.
004100     05  DL320-PARM-TEXT         PIC X(80).
004110     05  DL320-PARM-FIELDS REDEFINES DL320-PARM-TEXT.
004120         10  DL320-PARM-MONTH    PIC 9(06).
004130         10  DL320-PARM-RATE     PIC X(02).
004140         10  DL320-PARM-RATE-N REDEFINES
004150             DL320-PARM-RATE     PIC 9(02).
004160         10  FILLER              PIC X(72).
004170 PROCEDURE DIVISION USING DL320-PARM-AREA.
004180 0000-MAINLINE.
004190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004200     IF DL320-WS-RETURN-CODE < 0016
004210         PERFORM 1100-LOAD-BRANCHES THRU 1100-EXIT
004220         PERFORM 1200-LOAD-RATES THRU 1200-EXIT
004230         PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT
004240         PERFORM 3000-LOAD-LEDGER THRU 3000-EXIT
004250     END-IF.
004260     IF DL320-WS-RETURN-CODE < 0016
004270         PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT
004280             UNTIL DL320-EOF-HISTORY
004290     END-IF.
004300     IF DL320-WS-RETURN-CODE < 0016
004310         MOVE 1 TO DL320-WS-ENT-IDX
004320         PERFORM 5000-ASSIGN-ENTRY THRU 5000-EXIT
004330             UNTIL DL320-WS-ENT-IDX > DL320-WS-ENT-USED
004340     END-IF.
004350     IF DL320-WS-RETURN-CODE < 0016
004360         MOVE ZERO TO DL320-WS-LAST-BILLED
004370         PERFORM 6000-BILL-NEXT-BRANCH THRU 6000-EXIT
004380             UNTIL DL320-WS-NEXT-BILLED > 999
004390     END-IF.
004400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004410     MOVE DL320-WS-RETURN-CODE TO RETURN-CODE.
004420     STOP RUN.
004430
004440***************************************************************
004450*  1000-INITIALIZE  --  VALIDATE THE PARM, OPEN THE STATEMENT
004460*                       REPORT AND THE INTERFACE FILE, PRINT
004470*                       THE HEADING, AND WRITE THE INTERFACE
004480*                       HEADER.
004490***************************************************************
004500 1000-INITIALIZE.
004510     ACCEPT DL320-WS-RUN-DATE FROM DATE YYYYMMDD.
004520     ACCEPT DL320-WS-RUN-TIME FROM TIME.
004530     IF DL320-PARM-LEN < 6
004540         OR DL320-PARM-MONTH NOT NUMERIC
004550         DISPLAY "BRNBILL: PARM MUST BE THE BILLING MONTH "
004560             "AS CCYYMM"
004570         MOVE 0016 TO DL320-WS-RETURN-CODE
004580         GO TO 1000-EXIT.
004590     MOVE DL320-PARM-MONTH TO DL320-WS-PERIOD.
004600     IF DL320-WS-PER-MM < 01 OR DL320-WS-PER-MM > 12
004610         DISPLAY "BRNBILL: PARM MONTH " DL320-PARM-MONTH
004620             " IS NOT A CALENDAR MONTH"
004630         MOVE 0016 TO DL320-WS-RETURN-CODE
004640         GO TO 1000-EXIT.
004650     IF DL320-PARM-LEN > 6
004660         AND DL320-PARM-RATE NOT = SPACES
004670         IF DL320-PARM-RATE NUMERIC
004680             AND DL320-PARM-RATE-N > ZERO
004690             MOVE DL320-PARM-RATE-N TO DL320-WS-DEFAULT-RATE
004700         ELSE
004710             DISPLAY "BRNBILL: PARM DEFAULT RATE "
004720                 DL320-PARM-RATE " IS NOT 01-99"
004730             MOVE 0016 TO DL320-WS-RETURN-CODE
004740             GO TO 1000-EXIT
004750         END-IF
004760     END-IF.
004770     OPEN OUTPUT DL320-RPT-FILE.
004780     IF DL320-WS-RPT-STATUS NOT = "00"
004790         DISPLAY "BRNBILL: UNABLE TO OPEN BILLRPT, STATUS = "
004800             DL320-WS-RPT-STATUS
004810         MOVE 0016 TO DL320-WS-RETURN-CODE
004820         GO TO 1000-EXIT.
004830     MOVE DL320-WS-PER-CCYY TO DL320-HL-PER-CCYY.
004840     MOVE DL320-WS-PER-MM TO DL320-HL-PER-MM.
004850     MOVE DL320-WS-RUN-CCYY TO DL320-HL-CCYY.
004860     MOVE DL320-WS-RUN-MM TO DL320-HL-MM.
004870     MOVE DL320-WS-RUN-DD TO DL320-HL-DD.
004880     MOVE DL320-WS-HDR-LINE TO DL320-RPT-RECORD.
004890     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004900     OPEN OUTPUT DL320-BIF-FILE.
004910     IF DL320-WS-BIF-STATUS NOT = "00"
004920         DISPLAY "BRNBILL: UNABLE TO OPEN BILLIF, STATUS = "
004930             DL320-WS-BIF-STATUS
004940         MOVE 0016 TO DL320-WS-RETURN-CODE
004950         GO TO 1000-EXIT.
004960     MOVE SPACES TO DL100-BIL-RECORD.
004970     SET DL100-BIL-IS-HDR TO TRUE.
004980     MOVE DL320-PARM-MONTH TO DL100-BIL-HDR-PERIOD.
004990     MOVE DL320-WS-RUN-DATE TO DL100-BIL-RUN-DATE.
005000     MOVE DL320-WS-RUN-TIME(1:6) TO DL100-BIL-RUN-TIME.
005010     PERFORM 8200-WRITE-INTERFACE THRU 8200-EXIT.
005020     MOVE ZERO TO DL320-WS-PERIOD-TOTALS.
005030     MOVE 1 TO DL320-WS-DAY-IDX.
005040     PERFORM 1010-CLEAR-SET-COUNT THRU 1010-EXIT
005050         UNTIL DL320-WS-DAY-IDX > 31.
005060 1000-EXIT.
005070     EXIT.
005080
005090 1010-CLEAR-SET-COUNT.
005100     MOVE ZERO TO DL320-WS-SET-COUNT(DL320-WS-DAY-IDX).
005110     ADD 1 TO DL320-WS-DAY-IDX.
005120 1010-EXIT.
005130     EXIT.
005140
005150***************************************************************
005160*  1100-LOAD-BRANCHES  --  LOAD THE BRANCH MASTER: NAME,
005170*                          REGION, AND ANY MERGE.  WITH NO
005180*                          MASTER EVERY BRANCH IS BILLED
005190*                          UNDER ITS OWN CODE, UNNAMED.
005200***************************************************************
005210 1100-LOAD-BRANCHES.
005220     OPEN INPUT DL320-BRN-FILE.
005230     IF DL320-WS-BRN-STATUS NOT = "00"
005240         DISPLAY "BRNBILL: BRANCHDD NOT AVAILABLE, STATUS = "
005250             DL320-WS-BRN-STATUS ", BRANCHES NOT NAMED"
005260         GO TO 1100-EXIT.
005270     PERFORM 1110-LOAD-BRN-ROW THRU 1110-EXIT
005280         UNTIL DL320-EOF-BRANCHES.
005290     CLOSE DL320-BRN-FILE.
005300 1100-EXIT.
005310     EXIT.
005320
005330 1110-LOAD-BRN-ROW.
005340     READ DL320-BRN-FILE NEXT RECORD
005350         AT END
005360             SET DL320-EOF-BRANCHES TO TRUE
005370             GO TO 1110-EXIT
005380     END-READ.
005390     IF DL320-WS-BRNM-USED >= 50
005400         DISPLAY "BRNBILL: BRANCH TABLE FULL, BRANCH "
005410             DL100-BRN-BRANCH " NOT LOADED"
005420         SET DL320-TABLE-FILLED TO TRUE
005430         GO TO 1110-EXIT.
005440     ADD 1 TO DL320-WS-BRNM-USED.
005450     MOVE DL100-BRN-BRANCH
005460         TO DL320-WS-BM-CODE(DL320-WS-BRNM-USED).
005470     MOVE DL100-BRN-NAME
005480         TO DL320-WS-BM-NAME(DL320-WS-BRNM-USED).
005490     MOVE DL100-BRN-REGION
005500         TO DL320-WS-BM-REGION(DL320-WS-BRNM-USED).
005510     MOVE DL100-BRN-STATUS
005520         TO DL320-WS-BM-STATUS(DL320-WS-BRNM-USED).
005530     IF DL100-BRN-MERGED-INTO NUMERIC
005540         MOVE DL100-BRN-MERGED-INTO
005550             TO DL320-WS-BM-MERGED(DL320-WS-BRNM-USED)
005560     ELSE
005570         MOVE ZERO TO DL320-WS-BM-MERGED(DL320-WS-BRNM-USED)
005580     END-IF.
005590     IF DL100-BRN-MERGE-DATE NUMERIC
005600         AND DL100-BRN-MERGE-DATE > ZERO
005610         MOVE DL100-BRN-MERGE-DATE
005620             TO DL320-WS-BM-MERGE-DATE(DL320-WS-BRNM-USED)
005630         GO TO 1110-EXIT.
005640     IF DL100-BRN-UPD-DATE NUMERIC
005650         MOVE DL100-BRN-UPD-DATE
005660             TO DL320-WS-BM-MERGE-DATE(DL320-WS-BRNM-USED)
005670     ELSE
005680         MOVE ZERO TO DL320-WS-BM-MERGE-DATE(DL320-WS-BRNM-USED)
005690     END-IF.
005700 1110-EXIT.
005710     EXIT.
005720
005730 1150-FIND-BRN-ENTRY.
005740     MOVE ZERO TO DL320-WS-BRNM-FOUND.
005750     MOVE 1 TO DL320-WS-BRNM-IDX.
005760     PERFORM 1160-TEST-BRN-ENTRY THRU 1160-EXIT
005770         UNTIL DL320-WS-BRNM-FOUND > ZERO
005780         OR DL320-WS-BRNM-IDX > DL320-WS-BRNM-USED.
005790 1150-EXIT.
005800     EXIT.
005810
005820 1160-TEST-BRN-ENTRY.
005830     IF DL320-WS-BM-CODE(DL320-WS-BRNM-IDX)
005840         = DL320-WS-SRCH-BRANCH
005850         MOVE DL320-WS-BRNM-IDX TO DL320-WS-BRNM-FOUND
005860     ELSE
005870         ADD 1 TO DL320-WS-BRNM-IDX
005880     END-IF.
005890 1160-EXIT.
005900     EXIT.
005910
005920***************************************************************
005930*  1200-LOAD-RATES  --  LOAD THE ACTIVE RATE ROWS.  EXPIRED
005940*                       ROWS ARE SKIPPED; WITH NO RATES FILE
005950*                       EVERY DATE SHOWS THE DEFAULT RATE.
005960***************************************************************
005970 1200-LOAD-RATES.
005980     OPEN INPUT DL320-RAT-FILE.
005990     IF DL320-WS-RAT-STATUS NOT = "00"
006000         DISPLAY "BRNBILL: RATESDD NOT AVAILABLE, STATUS = "
006010             DL320-WS-RAT-STATUS ", SHOWING THE DEFAULT RATE"
006020         GO TO 1200-EXIT.
006030     PERFORM 1210-LOAD-RATE-ROW THRU 1210-EXIT
006040         UNTIL DL320-EOF-RATES.
006050     CLOSE DL320-RAT-FILE.
006060 1200-EXIT.
006070     EXIT.
006080
006090 1210-LOAD-RATE-ROW.
006100     READ DL320-RAT-FILE NEXT RECORD
006110         AT END
006120             SET DL320-EOF-RATES TO TRUE
006130             GO TO 1210-EXIT
006140     END-READ.
006150     IF NOT DL100-RAT-IS-ACTIVE
006160         OR DL100-RAT-MULTIPLIER NOT NUMERIC
006170         OR DL100-RAT-MULTIPLIER = ZERO
006180         GO TO 1210-EXIT.
006190     IF DL320-WS-RATE-USED >= 100
006200         DISPLAY "BRNBILL: RATE TABLE FULL, BRANCH "
006210             DL100-RAT-BRANCH " EFFECTIVE "
006220             DL100-RAT-EFF-DATE " IGNORED"
006230         SET DL320-TABLE-FILLED TO TRUE
006240         GO TO 1210-EXIT.
006250     ADD 1 TO DL320-WS-RATE-USED.
006260     MOVE DL100-RAT-BRANCH
006270         TO DL320-WS-RT-BRANCH(DL320-WS-RATE-USED).
006280     MOVE DL100-RAT-EFF-DATE
006290         TO DL320-WS-RT-EFF(DL320-WS-RATE-USED).
006300     MOVE DL100-RAT-MULTIPLIER
006310         TO DL320-WS-RT-RATE(DL320-WS-RATE-USED).
006320 1210-EXIT.
006330     EXIT.
006340
006350***************************************************************
006360*  2000-LOAD-EXTRACT  --  READ THE ARCHIVED EXTRACT
006370*                         GENERATIONS, THEN THE LIVE EXTRACT.
006380*                         NO ARCHIVE IS NOT AN ERROR (NOTHING
006390*                         HAS BEEN ARCHIVED YET); NO LIVE
006400*                         EXTRACT IS.
006410***************************************************************
006420 2000-LOAD-EXTRACT.
006430     OPEN INPUT DL320-EXA-FILE.
006440     IF DL320-WS-EXA-STATUS = "00"
006450         PERFORM 2010-READ-EXT-ARCHIVE THRU 2010-EXIT
006460             UNTIL DL320-EOF-EXTRACT
006470         CLOSE DL320-EXA-FILE
006480     ELSE
006490         DISPLAY "BRNBILL: EXTARCH NOT AVAILABLE, STATUS = "
006500             DL320-WS-EXA-STATUS ", LIVE EXTRACT ONLY"
006510     END-IF.
006520     MOVE "N" TO DL320-WS-EXT-EOF-SW.
006530     OPEN INPUT DL320-EXT-FILE.
006540     IF DL320-WS-EXT-STATUS NOT = "00"
006550         DISPLAY "BRNBILL: UNABLE TO OPEN SETLXTR, STATUS = "
006560             DL320-WS-EXT-STATUS
006570         MOVE 0016 TO DL320-WS-RETURN-CODE
006580         GO TO 2000-EXIT.
006590     PERFORM 2020-READ-EXT-LIVE THRU 2020-EXIT
006600         UNTIL DL320-EOF-EXTRACT.
006610     CLOSE DL320-EXT-FILE.
006620 2000-EXIT.
006630     EXIT.
006640
006650 2010-READ-EXT-ARCHIVE.
006660     READ DL320-EXA-FILE INTO DL100-EXT-RECORD
006670         AT END
006680             SET DL320-EOF-EXTRACT TO TRUE
006690             GO TO 2010-EXIT
006700     END-READ.
006710     PERFORM 2100-TAKE-EXT-ROW THRU 2100-EXIT.
006720 2010-EXIT.
006730     EXIT.
006740
006750 2020-READ-EXT-LIVE.
006760     READ DL320-EXT-FILE INTO DL100-EXT-RECORD
006770         AT END
006780             SET DL320-EOF-EXTRACT TO TRUE
006790             GO TO 2020-EXIT
006800     END-READ.
006810     PERFORM 2100-TAKE-EXT-ROW THRU 2100-EXIT.
006820 2020-EXIT.
006830     EXIT.
006840
006850***************************************************************
006860*  2100-TAKE-EXT-ROW  --  AN EXH FOR A DATE IN THE MONTH
006870*                         STARTS ANOTHER SET FOR THAT DATE.
006880*                         THE FIRST EXB FOR A BRANCH AND
006890*                         DATE GIVES THE BRANCH'S SETTLED
006900*                         AMOUNT AND THE SET IT CAME IN; ONE
006910*                         IN A LATER SET ONLY MAKES SURE THE
006920*                         BRANCH IS BILLED FOR THE DATE.
006930***************************************************************
006940 2100-TAKE-EXT-ROW.
006950     IF DL100-EXT-IS-HDR
006960         IF DL100-EXT-HDR-DATE NUMERIC
006970             MOVE DL100-EXT-HDR-DATE TO DL320-WS-CHK-DATE
006980             IF DL320-WS-CHK-MONTH = DL320-PARM-MONTH
006990                 AND DL320-WS-CHK-DD > ZERO
007000                 AND DL320-WS-CHK-DD < 32
007010                 ADD 1 TO DL320-WS-SET-COUNT(DL320-WS-CHK-DD)
007020             END-IF
007030         END-IF
007040         GO TO 2100-EXIT.
007050     IF NOT DL100-EXT-IS-BRN
007060         GO TO 2100-EXIT.
007070     IF DL100-EXT-RUN-DATE NOT NUMERIC
007080         OR DL100-EXT-BRANCH NOT NUMERIC
007090         GO TO 2100-EXIT.
007100     MOVE DL100-EXT-RUN-DATE TO DL320-WS-CHK-DATE.
007110     IF DL320-WS-CHK-MONTH NOT = DL320-PARM-MONTH
007120         OR DL320-WS-CHK-DD = ZERO
007130         OR DL320-WS-CHK-DD > 31
007140         GO TO 2100-EXIT.
007150     MOVE DL100-EXT-RUN-DATE TO DL320-WS-SRCH-DATE.
007160     MOVE DL100-EXT-BRANCH TO DL320-WS-SRCH-BRANCH.
007170     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT.
007180     IF DL320-WS-ENT-FOUND = ZERO
007190         PERFORM 2250-ADD-ENTRY THRU 2250-EXIT.
007200     IF DL320-WS-ENT-FOUND = ZERO
007210         GO TO 2100-EXIT.
007220     IF DL320-WS-BE-SET-NO(DL320-WS-ENT-FOUND) > ZERO
007230         AND DL320-WS-BE-SET-NO(DL320-WS-ENT-FOUND)
007240             NOT = DL320-WS-SET-COUNT(DL320-WS-CHK-DD)
007250         ADD 1 TO DL320-WS-EXT-LATER-ROWS
007260         GO TO 2100-EXIT.
007270     ADD 1 TO DL320-WS-EXT-SET-ROWS.
007280     MOVE DL320-WS-SET-COUNT(DL320-WS-CHK-DD)
007290         TO DL320-WS-BE-SET-NO(DL320-WS-ENT-FOUND).
007300     IF DL100-EXT-AMOUNT NUMERIC
007310         MOVE DL100-EXT-AMOUNT
007320             TO DL320-WS-BE-SETTLED(DL320-WS-ENT-FOUND)
007330     END-IF.
007340 2100-EXIT.
007350     EXIT.
007360
007370***************************************************************
007380*  2200-FIND-ENTRY  --  LOOK UP THE SEARCH DATE AND BRANCH IN
007390*                       THE BILLING TABLE.  ZERO - NOT THERE.
007400***************************************************************
007410 2200-FIND-ENTRY.
007420     MOVE ZERO TO DL320-WS-ENT-FOUND.
007430     MOVE 1 TO DL320-WS-ENT-IDX.
007440     PERFORM 2210-TEST-ENTRY THRU 2210-EXIT
007450         UNTIL DL320-WS-ENT-FOUND > ZERO
007460         OR DL320-WS-ENT-IDX > DL320-WS-ENT-USED.
007470 2200-EXIT.
007480     EXIT.
007490
007500 2210-TEST-ENTRY.
007510     IF DL320-WS-BE-DATE(DL320-WS-ENT-IDX)
007520         = DL320-WS-SRCH-DATE
007530         AND DL320-WS-BE-BRANCH(DL320-WS-ENT-IDX)
007540             = DL320-WS-SRCH-BRANCH
007550         MOVE DL320-WS-ENT-IDX TO DL320-WS-ENT-FOUND
007560     ELSE
007570         ADD 1 TO DL320-WS-ENT-IDX
007580     END-IF.
007590 2210-EXIT.
007600     EXIT.
007610
007620***************************************************************
007630*  2250-ADD-ENTRY  --  ADD A FRESH ENTRY FOR THE SEARCH DATE
007640*                      AND BRANCH.  ZERO MEANS THE TABLE IS
007650*                      FULL.
007660***************************************************************
007670 2250-ADD-ENTRY.
007680     MOVE ZERO TO DL320-WS-ENT-FOUND.
007690     IF DL320-WS-ENT-USED >= 2000
007700         IF NOT DL320-TABLE-FILLED
007710             DISPLAY "BRNBILL: BILLING TABLE FULL, BRANCH "
007720                 DL320-WS-SRCH-BRANCH " DATE "
007730                 DL320-WS-SRCH-DATE " NOT BILLED"
007740         END-IF
007750         SET DL320-TABLE-FILLED TO TRUE
007760         GO TO 2250-EXIT.
007770     ADD 1 TO DL320-WS-ENT-USED.
007780     MOVE DL320-WS-ENT-USED TO DL320-WS-ENT-FOUND.
007790     MOVE DL320-WS-SRCH-DATE
007800         TO DL320-WS-BE-DATE(DL320-WS-ENT-FOUND).
007810     MOVE DL320-WS-SRCH-BRANCH
007820         TO DL320-WS-BE-BRANCH(DL320-WS-ENT-FOUND).
007830     MOVE DL320-WS-SRCH-BRANCH
007840         TO DL320-WS-BE-BILL-BR(DL320-WS-ENT-FOUND).
007850     MOVE DL320-WS-DEFAULT-RATE
007860         TO DL320-WS-BE-RATE(DL320-WS-ENT-FOUND).
007870     MOVE ZERO TO DL320-WS-BE-SETTLED(DL320-WS-ENT-FOUND).
007880     MOVE ZERO TO DL320-WS-BE-SET-NO(DL320-WS-ENT-FOUND).
007890     MOVE ZERO TO DL320-WS-BE-GL-NET(DL320-WS-ENT-FOUND).
007900     MOVE "N" TO DL320-WS-BE-GL-SEEN(DL320-WS-ENT-FOUND).
007910     MOVE SPACES TO DL320-WS-BE-DR-ACCT1(DL320-WS-ENT-FOUND).
007920     MOVE SPACES TO DL320-WS-BE-DR-ACCT2(DL320-WS-ENT-FOUND).
007930     MOVE "1" TO DL320-WS-BE-PAIR-SW(DL320-WS-ENT-FOUND).
007940     MOVE ZERO TO DL320-WS-BE-VOLUME(DL320-WS-ENT-FOUND).
007950     MOVE "N" TO DL320-WS-BE-VOL-SEEN(DL320-WS-ENT-FOUND).
007960 2250-EXIT.
007970     EXIT.
007980
007990***************************************************************
008000*  3000-LOAD-LEDGER  --  READ THE ARCHIVED LEDGER
008010*                        GENERATIONS, THEN THE LIVE POSTING
008020*                        FILE, AS THE EXTRACT IS READ.
008030***************************************************************
008040 3000-LOAD-LEDGER.
008050     OPEN INPUT DL320-GLA-FILE.
008060     IF DL320-WS-GLA-STATUS = "00"
008070         PERFORM 3010-READ-GL-ARCHIVE THRU 3010-EXIT
008080             UNTIL DL320-EOF-GL
008090         CLOSE DL320-GLA-FILE
008100     ELSE
008110         DISPLAY "BRNBILL: GLARCH NOT AVAILABLE, STATUS = "
008120             DL320-WS-GLA-STATUS ", LIVE LEDGER ONLY"
008130     END-IF.
008140     MOVE "N" TO DL320-WS-GL-EOF-SW.
008150     OPEN INPUT DL320-GL-FILE.
008160     IF DL320-WS-GL-STATUS NOT = "00"
008170         DISPLAY "BRNBILL: UNABLE TO OPEN GLPOST, STATUS = "
008180             DL320-WS-GL-STATUS
008190         MOVE 0016 TO DL320-WS-RETURN-CODE
008200         GO TO 3000-EXIT.
008210     PERFORM 3020-READ-GL-LIVE THRU 3020-EXIT
008220         UNTIL DL320-EOF-GL.
008230     CLOSE DL320-GL-FILE.
008240 3000-EXIT.
008250     EXIT.
008260
008270 3010-READ-GL-ARCHIVE.
008280     READ DL320-GLA-FILE INTO DL100-GL-RECORD
008290         AT END
008300             SET DL320-EOF-GL TO TRUE
008310             GO TO 3010-EXIT
008320     END-READ.
008330     PERFORM 3100-TAKE-GL-ROW THRU 3100-EXIT.
008340 3010-EXIT.
008350     EXIT.
008360
008370 3020-READ-GL-LIVE.
008380     READ DL320-GL-FILE INTO DL100-GL-RECORD
008390         AT END
008400             SET DL320-EOF-GL TO TRUE
008410             GO TO 3020-EXIT
008420     END-READ.
008430     PERFORM 3100-TAKE-GL-ROW THRU 3100-EXIT.
008440 3020-EXIT.
008450     EXIT.
008460
008470***************************************************************
008480*  3100-TAKE-GL-ROW  --  FOLD ONE LEDGER DETAIL FOR A DATE IN
008490*                        THE MONTH INTO ITS BRANCH'S NET.  THE
008500*                        GLH/GLT CONTROL RECORDS ARE THE GL
008510*                        LOAD'S BUSINESS.
008520***************************************************************
008530 3100-TAKE-GL-ROW.
008540     IF NOT DL100-GL-IS-DET
008550         GO TO 3100-EXIT.
008560     IF DL100-GL-BUS-DATE NOT NUMERIC
008570         OR DL100-GL-BRANCH NOT NUMERIC
008580         OR DL100-GL-AMOUNT NOT NUMERIC
008590         GO TO 3100-EXIT.
008600     MOVE DL100-GL-BUS-DATE TO DL320-WS-CHK-DATE.
008610     IF DL320-WS-CHK-MONTH NOT = DL320-PARM-MONTH
008620         GO TO 3100-EXIT.
008630     ADD 1 TO DL320-WS-GL-READ-COUNT.
008640     MOVE DL100-GL-BUS-DATE TO DL320-WS-SRCH-DATE.
008650     MOVE DL100-GL-BRANCH TO DL320-WS-SRCH-BRANCH.
008660     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT.
008670     IF DL320-WS-ENT-FOUND = ZERO
008680         PERFORM 2250-ADD-ENTRY THRU 2250-EXIT.
008690     IF DL320-WS-ENT-FOUND = ZERO
008700         GO TO 3100-EXIT.
008710     MOVE "Y" TO DL320-WS-BE-GL-SEEN(DL320-WS-ENT-FOUND).
008720     PERFORM 3200-NET-GL-RECORD THRU 3200-EXIT.
008730 3100-EXIT.
008740     EXIT.
008750
008760***************************************************************
008770*  3200-NET-GL-RECORD  --  APPLY ONE LEDGER DETAIL TO ITS
008780*                          BRANCH'S NET, AS GLRECON DOES.  A
008790*                          TRANSFER NETS TO NOTHING.  A
008800*                          REVERSAL COUNTS ON THE DEBIT-SIDE
008810*                          ACCOUNTS ALREADY NAMED (ON
008820*                          SUSPENSE, ITS CREDIT ONLY).  ANY
008830*                          OTHER RECORD IS HALF OF A PAIR:
008840*                          THE FIRST HALF IS THE DEBIT-ACCOUNT
008850*                          SIDE, COUNTS, AND NAMES ITS
008860*                          ACCOUNT; THE SECOND HALF BALANCES
008870*                          IT.
008880***************************************************************
008890 3200-NET-GL-RECORD.
008900     IF DL100-GL-IS-TRANSFER
008910         GO TO 3200-EXIT.
008920     IF DL100-GL-IS-REVERSAL
008930         PERFORM 3300-NET-REVERSAL THRU 3300-EXIT
008940         GO TO 3200-EXIT.
008950     IF DL320-BE-SECOND-HALF(DL320-WS-ENT-FOUND)
008960         MOVE "1" TO DL320-WS-BE-PAIR-SW(DL320-WS-ENT-FOUND)
008970         GO TO 3200-EXIT.
008980     MOVE "2" TO DL320-WS-BE-PAIR-SW(DL320-WS-ENT-FOUND).
008990     IF DL320-WS-BE-DR-ACCT1(DL320-WS-ENT-FOUND) = SPACES
009000         MOVE DL100-GL-ACCOUNT
009010             TO DL320-WS-BE-DR-ACCT1(DL320-WS-ENT-FOUND)
009020     ELSE
009030         IF DL320-WS-BE-DR-ACCT1(DL320-WS-ENT-FOUND)
009040             NOT = DL100-GL-ACCOUNT
009050             AND DL320-WS-BE-DR-ACCT2(DL320-WS-ENT-FOUND)
009060                 = SPACES
009070             MOVE DL100-GL-ACCOUNT
009080                 TO DL320-WS-BE-DR-ACCT2(DL320-WS-ENT-FOUND)
009090         END-IF
009100     END-IF.
009110     IF DL100-GL-IS-DEBIT
009120         ADD DL100-GL-AMOUNT
009130             TO DL320-WS-BE-GL-NET(DL320-WS-ENT-FOUND)
009140     ELSE
009150         SUBTRACT DL100-GL-AMOUNT
009160             FROM DL320-WS-BE-GL-NET(DL320-WS-ENT-FOUND)
009170     END-IF.
009180 3200-EXIT.
009190     EXIT.
009200
009210***************************************************************
009220*  3300-NET-REVERSAL  --  A REVERSING RECORD BACKS OUT ONE
009230*                         ACCOUNT'S NET: IT COUNTS ONLY ON A
009240*                         DEBIT-SIDE ACCOUNT, AND ON SUSPENSE
009250*                         ONLY AS THE CREDIT.
009260***************************************************************
009270 3300-NET-REVERSAL.
009280     IF DL100-GL-ACCOUNT NOT =
009290         DL320-WS-BE-DR-ACCT1(DL320-WS-ENT-FOUND)
009300         AND DL100-GL-ACCOUNT NOT =
009310             DL320-WS-BE-DR-ACCT2(DL320-WS-ENT-FOUND)
009320         GO TO 3300-EXIT.
009330     IF DL100-GL-ACCOUNT = DL320-WS-SUSP-ACCOUNT
009340         AND DL100-GL-IS-DEBIT
009350         GO TO 3300-EXIT.
009360     IF DL100-GL-IS-DEBIT
009370         ADD DL100-GL-AMOUNT
009380             TO DL320-WS-BE-GL-NET(DL320-WS-ENT-FOUND)
009390     ELSE
009400         SUBTRACT DL100-GL-AMOUNT
009410             FROM DL320-WS-BE-GL-NET(DL320-WS-ENT-FOUND)
009420     END-IF.
009430 3300-EXIT.
009440     EXIT.
009450
009460***************************************************************
009470*  4000-LOAD-HISTORY  --  TAKE THE VOLUME FROM ONE BRNHIST ROW
009480*                         FOR A DATE AND BRANCH BEING BILLED.
009490*                         A RERUN OR RESTART APPENDS THE DATE
009500*                         AGAIN, SO THE LAST ROW STANDS.
009510***************************************************************
009520 4000-LOAD-HISTORY.
009530     IF DL320-WS-BHS-STATUS = SPACES
009540         OPEN INPUT DL320-BHS-FILE
009550         IF DL320-WS-BHS-STATUS NOT = "00"
009560             DISPLAY "BRNBILL: BRNHIST NOT AVAILABLE, STATUS = "
009570                 DL320-WS-BHS-STATUS ", NO VOLUMES SHOWN"
009580             SET DL320-EOF-HISTORY TO TRUE
009590             GO TO 4000-EXIT
009600         END-IF
009610     END-IF.
009620     READ DL320-BHS-FILE
009630         AT END
009640             SET DL320-EOF-HISTORY TO TRUE
009650             CLOSE DL320-BHS-FILE
009660             GO TO 4000-EXIT
009670     END-READ.
009680     IF DL100-BHS-BUS-DATE NOT NUMERIC
009690         OR DL100-BHS-BRANCH NOT NUMERIC
009700         OR DL100-BHS-VOLUME NOT NUMERIC
009710         GO TO 4000-EXIT.
009720     MOVE DL100-BHS-BUS-DATE TO DL320-WS-CHK-DATE.
009730     IF DL320-WS-CHK-MONTH NOT = DL320-PARM-MONTH
009740         GO TO 4000-EXIT.
009750     ADD 1 TO DL320-WS-BHS-READ-COUNT.
009760     MOVE DL100-BHS-BUS-DATE TO DL320-WS-SRCH-DATE.
009770     MOVE DL100-BHS-BRANCH TO DL320-WS-SRCH-BRANCH.
009780     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT.
009790     IF DL320-WS-ENT-FOUND = ZERO
009800         GO TO 4000-EXIT.
009810     MOVE DL100-BHS-VOLUME
009820         TO DL320-WS-BE-VOLUME(DL320-WS-ENT-FOUND).
009830     MOVE "Y" TO DL320-WS-BE-VOL-SEEN(DL320-WS-ENT-FOUND).
009840 4000-EXIT.
009850     EXIT.
009860
009870***************************************************************
009880*  5000-ASSIGN-ENTRY  --  SETTLE WHICH BRANCH ONE ENTRY IS
009890*                         BILLED UNDER, FOLLOWING ANY MERGE
009900*                         IN FORCE ON ITS DATE (A FEW HOPS AT
009910*                         MOST, SO A MERGE CHAIN ENDS AT THE
009920*                         LAST SURVIVOR), AND THE RATE ITS
009930*                         DATE RESOLVES TO.
009940***************************************************************
009950 5000-ASSIGN-ENTRY.
009960     MOVE DL320-WS-BE-BRANCH(DL320-WS-ENT-IDX)
009970         TO DL320-WS-BILL-BRANCH.
009980     MOVE ZERO TO DL320-WS-HOP-COUNT.
009990     MOVE "N" TO DL320-WS-HOP-SW.
010000     PERFORM 5100-FOLLOW-MERGE THRU 5100-EXIT
010010         UNTIL DL320-MERGE-FOLLOWED
010020         OR DL320-WS-HOP-COUNT > 5.
010030     MOVE DL320-WS-BILL-BRANCH
010040         TO DL320-WS-BE-BILL-BR(DL320-WS-ENT-IDX).
010050     IF DL320-WS-BILL-BRANCH
010060         NOT = DL320-WS-BE-BRANCH(DL320-WS-ENT-IDX)
010070         ADD 1 TO DL320-WS-MERGED-COUNT.
010080     MOVE DL320-WS-DEFAULT-RATE
010090         TO DL320-WS-BE-RATE(DL320-WS-ENT-IDX).
010100     MOVE ZERO TO DL320-WS-RATE-BEST.
010110     MOVE 1 TO DL320-WS-RATE-IDX.
010120     PERFORM 5200-TEST-RATE-ENTRY THRU 5200-EXIT
010130         UNTIL DL320-WS-RATE-IDX > DL320-WS-RATE-USED.
010140     ADD 1 TO DL320-WS-ENT-IDX.
010150 5000-EXIT.
010160     EXIT.
010170
010180***************************************************************
010190*  5100-FOLLOW-MERGE  --  ONE HOP: WHEN THE BRANCH BEING
010200*                         BILLED WAS MERGED ON OR BEFORE THE
010210*                         ENTRY'S DATE, BILL ITS SURVIVOR.
010220***************************************************************
010230 5100-FOLLOW-MERGE.
010240     ADD 1 TO DL320-WS-HOP-COUNT.
010250     MOVE DL320-WS-BILL-BRANCH TO DL320-WS-SRCH-BRANCH.
010260     PERFORM 1150-FIND-BRN-ENTRY THRU 1150-EXIT.
010270     IF DL320-WS-BRNM-FOUND = ZERO
010280         SET DL320-MERGE-FOLLOWED TO TRUE
010290         GO TO 5100-EXIT.
010300     IF NOT DL320-BM-IS-MERGED(DL320-WS-BRNM-FOUND)
010310         OR DL320-WS-BM-MERGED(DL320-WS-BRNM-FOUND) = ZERO
010320         OR DL320-WS-BM-MERGED(DL320-WS-BRNM-FOUND)
010330             = DL320-WS-BILL-BRANCH
010340         OR DL320-WS-BE-DATE(DL320-WS-ENT-IDX)
010350             < DL320-WS-BM-MERGE-DATE(DL320-WS-BRNM-FOUND)
010360         SET DL320-MERGE-FOLLOWED TO TRUE
010370         GO TO 5100-EXIT.
010380     MOVE DL320-WS-BM-MERGED(DL320-WS-BRNM-FOUND)
010390         TO DL320-WS-BILL-BRANCH.
010400 5100-EXIT.
010410     EXIT.
010420
010430***************************************************************
010440*  5200-TEST-RATE-ENTRY  --  THE ACTIVE RATE ROW FOR THE
010450*                            POSTING BRANCH WITH THE LATEST
010460*                            EFFECTIVE DATE ON OR BEFORE THE
010470*                            ENTRY'S DATE, AS HELLO RESOLVES
010480*                            IT.
010490***************************************************************
010500 5200-TEST-RATE-ENTRY.
010510     IF DL320-WS-RT-BRANCH(DL320-WS-RATE-IDX)
010520         = DL320-WS-BE-BRANCH(DL320-WS-ENT-IDX)
010530         AND DL320-WS-RT-EFF(DL320-WS-RATE-IDX)
010540             NOT > DL320-WS-BE-DATE(DL320-WS-ENT-IDX)
010550         AND DL320-WS-RT-EFF(DL320-WS-RATE-IDX)
010560             >= DL320-WS-RATE-BEST
010570         MOVE DL320-WS-RT-EFF(DL320-WS-RATE-IDX)
010580             TO DL320-WS-RATE-BEST
010590         MOVE DL320-WS-RT-RATE(DL320-WS-RATE-IDX)
010600             TO DL320-WS-BE-RATE(DL320-WS-ENT-IDX)
010610     END-IF.
010620     ADD 1 TO DL320-WS-RATE-IDX.
010630 5200-EXIT.
010640     EXIT.
010650
010660***************************************************************
010670*  6000-BILL-NEXT-BRANCH  --  FIND THE NEXT BRANCH TO BILL IN
010680*                             BRANCH ORDER AND PRINT ITS
010690*                             STATEMENT.  1000 MEANS EVERY
010700*                             BRANCH HAS BEEN BILLED.
010710***************************************************************
010720 6000-BILL-NEXT-BRANCH.
010730     MOVE 1000 TO DL320-WS-NEXT-BILLED.
010740     MOVE 1 TO DL320-WS-ENT-IDX.
010750     PERFORM 6010-TEST-NEXT-BRANCH THRU 6010-EXIT
010760         UNTIL DL320-WS-ENT-IDX > DL320-WS-ENT-USED.
010770     IF DL320-WS-NEXT-BILLED > 999
010780         GO TO 6000-EXIT.
010790     MOVE DL320-WS-NEXT-BILLED TO DL320-WS-BILL-BRANCH.
010800     MOVE DL320-WS-NEXT-BILLED TO DL320-WS-LAST-BILLED.
010810     PERFORM 6100-PRINT-STATEMENT THRU 6100-EXIT.
010820 6000-EXIT.
010830     EXIT.
010840
010850 6010-TEST-NEXT-BRANCH.
010860     IF DL320-WS-BE-BILL-BR(DL320-WS-ENT-IDX)
010870         < DL320-WS-NEXT-BILLED
010880         AND (DL320-WS-BE-BILL-BR(DL320-WS-ENT-IDX)
010890             > DL320-WS-LAST-BILLED
010900             OR DL320-WS-BRANCH-COUNT = ZERO)
010910         MOVE DL320-WS-BE-BILL-BR(DL320-WS-ENT-IDX)
010920             TO DL320-WS-NEXT-BILLED
010930     END-IF.
010940     ADD 1 TO DL320-WS-ENT-IDX.
010950 6010-EXIT.
010960     EXIT.
010970
010980***************************************************************
010990*  6100-PRINT-STATEMENT  --  ONE BRANCH'S STATEMENT: ITS NAME
011000*                            AND REGION, A LINE PER DATE (AND
011010*                            PER MERGED BRANCH ON THE DATE)
011020*                            IN DATE ORDER, THE BRANCH TOTAL,
011030*                            AND ITS INTERFACE SUMMARY RECORD.
011040***************************************************************
011050 6100-PRINT-STATEMENT.
011060     ADD 1 TO DL320-WS-BRANCH-COUNT.
011070     MOVE ZERO TO DL320-WS-BRANCH-TOTALS.
011080     MOVE SPACES TO DL320-RPT-RECORD.
011090     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011100     MOVE DL320-WS-BILL-BRANCH TO DL320-BL-BRANCH.
011110     MOVE DL320-WS-BILL-BRANCH TO DL320-WS-SRCH-BRANCH.
011120     PERFORM 1150-FIND-BRN-ENTRY THRU 1150-EXIT.
011130     IF DL320-WS-BRNM-FOUND > ZERO
011140         MOVE DL320-WS-BM-NAME(DL320-WS-BRNM-FOUND)
011150             TO DL320-BL-NAME
011160         MOVE DL320-WS-BM-REGION(DL320-WS-BRNM-FOUND)
011170             TO DL320-BL-REGION
011180     ELSE
011190         MOVE "NOT ON BRANCH MASTER" TO DL320-BL-NAME
011200         MOVE SPACES TO DL320-BL-REGION
011210         ADD 1 TO DL320-WS-NO-MASTER-COUNT
011220     END-IF.
011230     MOVE DL320-WS-BRN-LINE TO DL320-RPT-RECORD.
011240     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011250     MOVE DL320-WS-COL-LINE TO DL320-RPT-RECORD.
011260     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011270     MOVE 1 TO DL320-WS-DAY-IDX.
011280     PERFORM 6200-PRINT-DAY THRU 6200-EXIT
011290         UNTIL DL320-WS-DAY-IDX > 31.
011300     MOVE "BRANCH TOTAL " TO DL320-TL-LABEL.
011310     MOVE DL320-WS-BT-VOLUME TO DL320-TL-VOLUME.
011320     MOVE DL320-WS-BT-SETTLED TO DL320-TL-SETTLED.
011330     MOVE DL320-WS-BT-ADJ TO DL320-TL-ADJ.
011340     MOVE DL320-WS-BT-BILLED TO DL320-TL-BILLED.
011350     MOVE DL320-WS-BT-DAYS TO DL320-TL-DAYS.
011360     MOVE DL320-WS-TOT-LINE TO DL320-RPT-RECORD.
011370     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011380     IF DL320-WS-BT-BILLED < ZERO
011390         MOVE "  CREDIT BALANCE - REVIEW BEFORE BILLING"
011400             TO DL320-RPT-RECORD
011410         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
011420         ADD 1 TO DL320-WS-CREDIT-COUNT
011430     END-IF.
011440     PERFORM 6300-WRITE-BRANCH-SUMMARY THRU 6300-EXIT.
011450     ADD DL320-WS-BT-DAYS TO DL320-WS-PT-DAYS.
011460     ADD DL320-WS-BT-VOLUME TO DL320-WS-PT-VOLUME.
011470     ADD DL320-WS-BT-SETTLED TO DL320-WS-PT-SETTLED.
011480     ADD DL320-WS-BT-ADJ TO DL320-WS-PT-ADJ.
011490     ADD DL320-WS-BT-BILLED TO DL320-WS-PT-BILLED.
011500 6100-EXIT.
011510     EXIT.
011520
011530***************************************************************
011540*  6200-PRINT-DAY  --  THE BRANCH'S LINES FOR ONE DAY OF THE
011550*                      MONTH.  A DAY COUNTS ONCE HOWEVER MANY
011560*                      MERGED BRANCHES POSTED ON IT.
011570***************************************************************
011580 6200-PRINT-DAY.
011590     MOVE "N" TO DL320-WS-DAY-SW.
011600     MOVE 1 TO DL320-WS-ENT-IDX.
011610     PERFORM 6210-PRINT-ENTRY THRU 6210-EXIT
011620         UNTIL DL320-WS-ENT-IDX > DL320-WS-ENT-USED.
011630     IF DL320-DAY-BILLED
011640         ADD 1 TO DL320-WS-BT-DAYS.
011650     ADD 1 TO DL320-WS-DAY-IDX.
011660 6200-EXIT.
011670     EXIT.
011680
011690 6210-PRINT-ENTRY.
011700     IF DL320-WS-BE-BILL-BR(DL320-WS-ENT-IDX)
011710         NOT = DL320-WS-BILL-BRANCH
011720         GO TO 6210-NEXT.
011730     MOVE DL320-WS-BE-DATE(DL320-WS-ENT-IDX)
011740         TO DL320-WS-CHK-DATE.
011750     IF DL320-WS-CHK-DD NOT = DL320-WS-DAY-IDX
011760         GO TO 6210-NEXT.
011770     SET DL320-DAY-BILLED TO TRUE.
011780     ADD 1 TO DL320-WS-LINE-COUNT.
011790     IF DL320-BE-GL-POSTED(DL320-WS-ENT-IDX)
011800         MOVE DL320-WS-BE-GL-NET(DL320-WS-ENT-IDX)
011810             TO DL320-WS-ENT-BILLED
011820     ELSE
011830         MOVE DL320-WS-BE-SETTLED(DL320-WS-ENT-IDX)
011840             TO DL320-WS-ENT-BILLED
011850     END-IF.
011860     SUBTRACT DL320-WS-BE-SETTLED(DL320-WS-ENT-IDX)
011870         FROM DL320-WS-ENT-BILLED
011880         GIVING DL320-WS-ENT-ADJ.
011890     MOVE SPACES TO DL320-DL-NOTE.
011900     IF DL320-WS-BE-BRANCH(DL320-WS-ENT-IDX)
011910         NOT = DL320-WS-BILL-BRANCH
011920         MOVE "MERGED"    TO DL320-DL-NOTE
011930     ELSE
011940         IF NOT DL320-BE-VOL-KNOWN(DL320-WS-ENT-IDX)
011950             MOVE "NO VOLUME" TO DL320-DL-NOTE
011960         END-IF
011970     END-IF.
011980     IF NOT DL320-BE-VOL-KNOWN(DL320-WS-ENT-IDX)
011990         ADD 1 TO DL320-WS-NO-VOLUME-COUNT.
012000     MOVE DL320-WS-BE-DATE(DL320-WS-ENT-IDX) TO DL320-DL-DATE.
012010     MOVE DL320-WS-BE-BRANCH(DL320-WS-ENT-IDX)
012020         TO DL320-DL-BRANCH.
012030     MOVE DL320-WS-BE-VOLUME(DL320-WS-ENT-IDX)
012040         TO DL320-DL-VOLUME.
012050     MOVE DL320-WS-BE-RATE(DL320-WS-ENT-IDX) TO DL320-DL-RATE.
012060     MOVE DL320-WS-BE-SETTLED(DL320-WS-ENT-IDX)
012070         TO DL320-DL-SETTLED.
012080     MOVE DL320-WS-ENT-ADJ TO DL320-DL-ADJ.
012090     MOVE DL320-WS-ENT-BILLED TO DL320-DL-BILLED.
012100     MOVE DL320-WS-DET-LINE TO DL320-RPT-RECORD.
012110     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012120     ADD DL320-WS-BE-VOLUME(DL320-WS-ENT-IDX)
012130         TO DL320-WS-BT-VOLUME.
012140     ADD DL320-WS-BE-SETTLED(DL320-WS-ENT-IDX)
012150         TO DL320-WS-BT-SETTLED.
012160     ADD DL320-WS-ENT-ADJ TO DL320-WS-BT-ADJ.
012170     ADD DL320-WS-ENT-BILLED TO DL320-WS-BT-BILLED.
012180 6210-NEXT.
012190     ADD 1 TO DL320-WS-ENT-IDX.
012200 6210-EXIT.
012210     EXIT.
012220
012230***************************************************************
012240*  6300-WRITE-BRANCH-SUMMARY  --  THE BRANCH'S BLD RECORD ON
012250*                                 THE INTERFACE FILE, ROLLED
012260*                                 INTO THE TRAILER COUNT AND
012270*                                 HASH TOTAL.
012280***************************************************************
012290 6300-WRITE-BRANCH-SUMMARY.
012300     MOVE SPACES TO DL100-BIL-RECORD.
012310     SET DL100-BIL-IS-BRN TO TRUE.
012320     MOVE DL320-PARM-MONTH TO DL100-BIL-PERIOD.
012330     MOVE DL320-WS-BILL-BRANCH TO DL100-BIL-BRANCH.
012340     MOVE DL320-BL-REGION TO DL100-BIL-REGION.
012350     MOVE DL320-WS-BT-DAYS TO DL100-BIL-DAYS.
012360     MOVE DL320-WS-BT-VOLUME TO DL100-BIL-VOLUME.
012370     MOVE DL320-WS-BT-SETTLED TO DL100-BIL-SETTLED.
012380     MOVE DL320-WS-BT-ADJ TO DL100-BIL-ADJ-AMT.
012390     IF DL320-WS-BT-ADJ < ZERO
012400         SET DL100-BIL-ADJ-IS-CREDIT TO TRUE.
012410     MOVE DL320-WS-BT-BILLED TO DL100-BIL-BILLED.
012420     IF DL320-WS-BT-BILLED < ZERO
012430         SET DL100-BIL-BILLED-IS-CREDIT TO TRUE.
012440     PERFORM 8200-WRITE-INTERFACE THRU 8200-EXIT.
012450     ADD 1 TO DL320-WS-BIF-COUNT.
012460     ADD DL100-BIL-BILLED TO DL320-WS-HASH-TOTAL.
012470 6300-EXIT.
012480     EXIT.
012490
012500 8100-WRITE-RPT-LINE.
012510     IF DL320-WS-RPT-STATUS = "00"
012520         WRITE DL320-RPT-RECORD
012530     END-IF.
012540 8100-EXIT.
012550     EXIT.
012560
012570 8200-WRITE-INTERFACE.
012580     IF DL320-WS-BIF-STATUS NOT = "00"
012590         GO TO 8200-EXIT.
012600     WRITE DL100-BIL-RECORD.
012610     IF DL320-WS-BIF-STATUS NOT = "00"
012620         DISPLAY "BRNBILL: UNABLE TO WRITE BILLIF, STATUS = "
012630             DL320-WS-BIF-STATUS
012640         MOVE 0016 TO DL320-WS-RETURN-CODE
012650     END-IF.
012660 8200-EXIT.
012670     EXIT.
012680
012690***************************************************************
012700*  9000-TERMINATE  --  PRINT THE PERIOD TOTAL AND THE RUN
012710*                      SUMMARY, WRITE THE INTERFACE TRAILER,
012720*                      SET THE CONDITION CODE, AND CLOSE THE
012730*                      FILES.
012740***************************************************************
012750 9000-TERMINATE.
012760     IF DL320-WS-RETURN-CODE NOT < 0016
012770         GO TO 9000-CLOSE.
012780     MOVE SPACES TO DL320-RPT-RECORD.
012790     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012800     IF DL320-WS-BRANCH-COUNT = ZERO
012810         MOVE "NOTHING TO BILL FOR THE PERIOD"
012820             TO DL320-RPT-RECORD
012830         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
012840     ELSE
012850         MOVE "PERIOD TOTAL " TO DL320-TL-LABEL
012860         MOVE DL320-WS-PT-VOLUME TO DL320-TL-VOLUME
012870         MOVE DL320-WS-PT-SETTLED TO DL320-TL-SETTLED
012880         MOVE DL320-WS-PT-ADJ TO DL320-TL-ADJ
012890         MOVE DL320-WS-PT-BILLED TO DL320-TL-BILLED
012900         MOVE DL320-WS-PT-DAYS TO DL320-TL-DAYS
012910         MOVE DL320-WS-TOT-LINE TO DL320-RPT-RECORD
012920         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
012930     END-IF.
012940     MOVE SPACES TO DL320-RPT-RECORD.
012950     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012960     MOVE "SETTLED EXTRACT ROWS:     " TO DL320-SL-LABEL.
012970     MOVE DL320-WS-EXT-SET-ROWS TO DL320-SL-COUNT.
012980     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
012990     MOVE "LATER-SET EXTRACT ROWS:   " TO DL320-SL-LABEL.
013000     MOVE DL320-WS-EXT-LATER-ROWS TO DL320-SL-COUNT.
013010     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013020     MOVE "LEDGER DETAILS NETTED:    " TO DL320-SL-LABEL.
013030     MOVE DL320-WS-GL-READ-COUNT TO DL320-SL-COUNT.
013040     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013050     MOVE "HISTORY ROWS READ:        " TO DL320-SL-LABEL.
013060     MOVE DL320-WS-BHS-READ-COUNT TO DL320-SL-COUNT.
013070     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013080     MOVE "STATEMENT LINES:          " TO DL320-SL-LABEL.
013090     MOVE DL320-WS-LINE-COUNT TO DL320-SL-COUNT.
013100     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013110     MOVE "  BILLED UNDER SURVIVOR:  " TO DL320-SL-LABEL.
013120     MOVE DL320-WS-MERGED-COUNT TO DL320-SL-COUNT.
013130     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013140     MOVE "  WITH NO VOLUME HISTORY: " TO DL320-SL-LABEL.
013150     MOVE DL320-WS-NO-VOLUME-COUNT TO DL320-SL-COUNT.
013160     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013170     MOVE "BRANCHES BILLED:          " TO DL320-SL-LABEL.
013180     MOVE DL320-WS-BRANCH-COUNT TO DL320-SL-COUNT.
013190     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013200     MOVE "  NOT ON BRANCH MASTER:   " TO DL320-SL-LABEL.
013210     MOVE DL320-WS-NO-MASTER-COUNT TO DL320-SL-COUNT.
013220     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013230     MOVE "  CREDIT BALANCES:        " TO DL320-SL-LABEL.
013240     MOVE DL320-WS-CREDIT-COUNT TO DL320-SL-COUNT.
013250     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013260     MOVE "INTERFACE RECORDS (BLD):  " TO DL320-SL-LABEL.
013270     MOVE DL320-WS-BIF-COUNT TO DL320-SL-COUNT.
013280     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013290     MOVE DL320-WS-HASH-TOTAL TO DL320-HT-TOTAL.
013300     MOVE DL320-WS-HASH-LINE TO DL320-RPT-RECORD.
013310     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013320     IF DL320-TABLE-FILLED
013330         MOVE "TABLE FULL - STATEMENTS INCOMPLETE"
013340             TO DL320-RPT-RECORD
013350         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
013360     END-IF.
013370     IF DL320-WS-BRANCH-COUNT = ZERO
013380         OR DL320-WS-NO-MASTER-COUNT > ZERO
013390         OR DL320-WS-NO-VOLUME-COUNT > ZERO
013400         OR DL320-WS-CREDIT-COUNT > ZERO
013410         OR DL320-TABLE-FILLED
013420         MOVE 0004 TO DL320-WS-RETURN-CODE
013430     END-IF.
013440     MOVE SPACES TO DL100-BIL-RECORD.
013450     SET DL100-BIL-IS-TRL TO TRUE.
013460     MOVE DL320-PARM-MONTH TO DL100-BIL-TRL-PERIOD.
013470     MOVE DL320-WS-BIF-COUNT TO DL100-BIL-REC-COUNT.
013480     MOVE DL320-WS-HASH-TOTAL TO DL100-BIL-HASH-TOTAL.
013490     PERFORM 8200-WRITE-INTERFACE THRU 8200-EXIT.
013500 9000-CLOSE.
013510     IF DL320-WS-BIF-STATUS = "00"
013520         CLOSE DL320-BIF-FILE
013530     END-IF.
013540     IF DL320-WS-RPT-STATUS = "00"
013550         CLOSE DL320-RPT-FILE
013560     END-IF.
013570     DISPLAY "BRNBILL: RETURN CODE " DL320-WS-RETURN-CODE.
013580 9000-EXIT.
013590     EXIT.
013600
013610 9100-PRINT-SUM-LINE.
013620     MOVE DL320-WS-SUM-LINE TO DL320-RPT-RECORD.
013630     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013640 9100-EXIT.
013650     EXIT.
