000010***************************************************************
000020*  WHATIF.CBL
000030*
000040*  RULE AND RATE SIMULATION.  A SEASONAL RULESDD RANGE CHANGE
000050*  OR A BATCH OF RATESDD CHANGES USED TO SHOW WHAT IT DID
000060*  ONLY IN THE NEXT NIGHT'S REJECTS.  THIS STEP TAKES THE
000070*  PROPOSED RULE AND RATE CARDS, IN THE RULEMNT AND RATEMNT
000080*  CARD LAYOUTS, APPLIES THEM TO A WORKING COPY OF THE LIVE
000090*  ROWS ONLY, AND REPLAYS A RANGE OF PAST BUSINESS DATES FROM
000100*  THE ARCHIVED DAILYCNT BATCHES TWICE - ONCE AGAINST THE
000110*  LIVE ROWS AS THEY STAND (NOW) AND ONCE WITH THE PROPOSED
000120*  CARDS APPLIED (NEW) - WITH THE SAME DETAIL VALIDATION AND
000130*  RATE RESOLUTION AS THE NIGHTLY RUN (HELLO 3050-VALIDATE-
000140*  DETAIL AND 3085-RESOLVE-RATE).
000150*
000160*  THE RULE ROW AND THE RATE ROWS ARE TAKEN AS OF EACH
000170*  BATCH'S BUSINESS DATE, SO A PAST DATE IS REPLAYED UNDER
000180*  THE ROWS THAT COVERED IT.  A BRANCH MERGED AFTER A DATE
000190*  (ITS MERGE DATE, OR FOR AN OLDER ROW WITHOUT ONE THE DATE
000200*  THE ROW WAS LAST UPDATED, IS LATER) OR CLOSED AFTER IT
000210*  (ROW LAST UPDATED LATER) IS STILL OPEN FOR THAT DATE.
000220*  THE FIRST ARCHIVED BATCH FOR A DATE IS THE ONE REPLAYED:
000230*  ITS REJECTS ARE THE ONES ON THE REJECTS FILE, WHICH THE
000240*  REPLAY IS CHECKED AGAINST.  A LATER BATCH FOR THE DATE
000250*  IS EITHER REFUSED BY THE NIGHTLY RUN OR A FORCED RERUN,
000260*  WHICH REVERSES THE DATE'S GL AND WRITES NO REJECTS, SO
000270*  IT IS COUNTED BUT NOT REPLAYED.
000280*
000290*  NOTHING IS POSTED, SETTLED, REJECTED OR LOGGED: RULESDD,
000300*  RATESDD, BRANCHDD AND THE ARCHIVES ARE OPENED FOR INPUT
000310*  ONLY AND THE STEP HAS NO AUDITDD, GLPOST, SETLXTR OR
000320*  REJECTDD OUTPUT, SO IT CAN BE RUN DURING THE DAY.
000330*
000340*  INPUTS:
000350*
000360*      DCNTARCH -  THE ARCHIVED DAILYCNT BATCHES (GDG BASE,
000370*                  OLDEST GENERATION FIRST).
000380*      REJARCH  -  THE ARCHIVED REJECTS, AND
000390*      REJECTDD -  THE LIVE REJECTS - COUNTED PER DATE TO
000400*                  CHECK THE REPLAY AT LIVE ROWS AGAINST WHAT
000410*                  WAS ACTUALLY REJECTED.
000420*      RULESDD, RATESDD, BRANCHDD, ACCTMAP - THE LIVE MASTERS.
000430*      PRULCRDS -  PROPOSED RULE CARDS (RULECRDS LAYOUT).
000440*      PRATCRDS -  PROPOSED RATE CARDS (RATCRDS LAYOUT).
000450*
000460*  OUTPUT:
000470*
000480*      WHATRPT  -  THE CARDS AND HOW EACH WOULD APPLY, THEN BY
000490*                  BUSINESS DATE AND BRANCH THE REJECTS NOW
000500*                  AND NEW, REJECTS GAINED AND LOST, AND THE
000510*                  SETTLED AMOUNT NOW, NEW AND THE CHANGE;
000520*                  THE GAINS AND LOSSES BY REASON; AND THE GL
000530*                  IMPACT BY ACCOUNT (PAIRS AND AMOUNTS THE
000540*                  NIGHTLY RUN WOULD HAVE POSTED).
000550*
000560*  PARM (COLUMNS):
000570*
000580*      1-8   FIRST BUSINESS DATE TO REPLAY (REQUIRED)
000590*      9-16  LAST BUSINESS DATE (BLANK - THE FIRST DATE ONLY)
000600*      17-18 DEFAULT RATE FOR A BRANCH WITH NO RATE ROW
000610*            (BLANK - 02, AS THE NIGHTLY RUN)
000620*      19    R - THE PROPOSED CARDS ARE IN FORCE ON EVERY
000630*                DATE REPLAYED (THE LAST ACTIVE CARD FOR THE
000640*                RULE, AND FOR EACH BRANCH'S RATE, WINS)
000650*            E - THE PROPOSED ROWS TAKE EFFECT ON THEIR OWN
000660*                EFFECTIVE DATES, AS THEY WOULD ON FILE
000670*            (BLANK - R)
000680*
000690*  ENDS 0000 WHEN THE SIMULATION RAN CLEANLY, 0004 WHEN A
000700*  CARD WOULD FAIL OR IS REJECTED, NO BATCH IS ARCHIVED FOR
000710*  THE DATES, A DATE'S REPLAY AT LIVE ROWS DOES NOT MATCH
000720*  ITS POSTED REJECTS, OR A TABLE FILLED, 0016 ON A PARM OR
000730*  FILE FAILURE.
000740*
000750*  MODIFICATION HISTORY
000760*  --------------------
000770*  DATE       INIT  DESCRIPTION
000780*  ---------- ----  ------------------------------------------
000790*  2026-10-15 DLP   INITIAL VERSION - RULE AND RATE CHANGES
000800*                   WERE ONLY SEEN IN THE NEXT NIGHT'S
000810*                   REJECTS.
000820***************************************************************
000830 IDENTIFICATION DIVISION.
000840 PROGRAM-ID. WHATIF.
000850 AUTHOR. D. L. PRICE.
000860 INSTALLATION. DATA PROCESSING.
000870 DATE-WRITTEN. 2026-10-15.
000880 DATE-COMPILED.
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910 SOURCE-COMPUTER. IBM-370.
000920 OBJECT-COMPUTER. IBM-370.
000930 INPUT-OUTPUT SECTION.
000940 FILE-CONTROL.
000950     SELECT DL330-DCA-FILE ASSIGN TO "DCNTARCH"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS DL330-WS-DCA-STATUS.
000980     SELECT DL330-RJA-FILE ASSIGN TO "REJARCH"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS DL330-WS-RJA-STATUS.
001010     SELECT DL330-REJ-FILE ASSIGN TO "REJECTDD"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS DL330-WS-REJ-STATUS.
001040     SELECT DL330-RUL-FILE ASSIGN TO "RULESDD"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS DL100-RUL-EFF-DATE
001080         FILE STATUS IS DL330-WS-RUL-STATUS.
001090     SELECT DL330-RAT-FILE ASSIGN TO "RATESDD"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS DL100-RAT-KEY
001130         FILE STATUS IS DL330-WS-RAT-STATUS.
001140     SELECT DL330-BRN-FILE ASSIGN TO "BRANCHDD"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS DL100-BRN-BRANCH
001180         FILE STATUS IS DL330-WS-BRN-STATUS.
001190     SELECT DL330-MAP-FILE ASSIGN TO "ACCTMAP"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS DL330-WS-MAP-STATUS.
001220     SELECT DL330-PRU-FILE ASSIGN TO "PRULCRDS"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS DL330-WS-PRU-STATUS.
001250     SELECT DL330-PRA-FILE ASSIGN TO "PRATCRDS"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS DL330-WS-PRA-STATUS.
001280     SELECT DL330-RPT-FILE ASSIGN TO "WHATRPT"
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS DL330-WS-RPT-STATUS.
001310 DATA DIVISION.
001320 FILE SECTION.
001330***************************************************************
001340*  THE ARCHIVED BATCHES AND THE REJECT FILES ARE READ INTO
001350*  THE WORKING-STORAGE COPY OF THEIR LAYOUT.
001360***************************************************************
001370 FD  DL330-DCA-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 80 CHARACTERS.
001400 01  DL330-DCA-RECORD            PIC X(80).
001410
001420 FD  DL330-RJA-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 80 CHARACTERS.
001450 01  DL330-RJA-RECORD            PIC X(80).
001460
001470 FD  DL330-REJ-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  DL330-REJ-RECORD            PIC X(80).
001510
001520 FD  DL330-RUL-FILE
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 96 CHARACTERS.
001550     COPY DLRULREC.
001560
001570 FD  DL330-RAT-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 80 CHARACTERS.
001600     COPY DLRATREC.
001610
001620 FD  DL330-BRN-FILE
001630     LABEL RECORDS ARE STANDARD
001640     RECORD CONTAINS 80 CHARACTERS.
001650     COPY DLBRNREC.
001660
001670 FD  DL330-MAP-FILE
001680     LABEL RECORDS ARE STANDARD
001690     RECORD CONTAINS 80 CHARACTERS.
001700 01  DL330-MAP-RECORD.
001710     05  DL330-MAP-BRANCH        PIC 9(03).
001720     05  DL330-MAP-DR-ACCOUNT    PIC X(10).
001730     05  DL330-MAP-CR-ACCOUNT    PIC X(10).
001740     05  FILLER                  PIC X(57).
001750
001760***************************************************************
001770*  PROPOSED RULE CARD - THE RULEMNT RULECRDS LAYOUT.
001780***************************************************************
001790 FD  DL330-PRU-FILE
001800     LABEL RECORDS ARE STANDARD
001810     RECORD CONTAINS 80 CHARACTERS.
001820 01  DL330-PRU-RECORD.
001830     05  DL330-PRU-ACTION        PIC X(01).
001840         88  DL330-PRU-IS-ADD            VALUE "A".
001850         88  DL330-PRU-IS-EXPIRE         VALUE "E".
001860     05  DL330-PRU-EFF-DATE      PIC 9(08).
001870     05  DL330-PRU-LOW-BOUND     PIC 9(07).
001880     05  DL330-PRU-HIGH-BOUND    PIC 9(07).
001890     05  DL330-PRU-REASONS       PIC X(48).
001900     05  DL330-PRU-USER          PIC X(08).
001910     05  FILLER                  PIC X(01).
001920
001930***************************************************************
001940*  PROPOSED RATE CARD - THE RATEMNT RATCRDS LAYOUT.
001950***************************************************************
001960 FD  DL330-PRA-FILE
001970     LABEL RECORDS ARE STANDARD
001980     RECORD CONTAINS 80 CHARACTERS.
001990 01  DL330-PRA-RECORD.
002000     05  DL330-PRA-ACTION        PIC X(01).
002010         88  DL330-PRA-IS-ADD            VALUE "A".
002020         88  DL330-PRA-IS-EXPIRE         VALUE "E".
002030     05  DL330-PRA-BRANCH        PIC 9(03).
002040     05  DL330-PRA-EFF-DATE      PIC 9(08).
002050     05  DL330-PRA-MULTIPLIER    PIC 9(02).
002060     05  DL330-PRA-USER          PIC X(08).
002070     05  FILLER                  PIC X(58).
002080
002090 FD  DL330-RPT-FILE
002100     LABEL RECORDS ARE STANDARD
002110     RECORD CONTAINS 80 CHARACTERS.
002120 01  DL330-RPT-RECORD            PIC X(80).
002130 WORKING-STORAGE SECTION.
002140 77  DL330-WS-DCA-STATUS         PIC X(02)  VALUE SPACES.
002150 77  DL330-WS-RJA-STATUS         PIC X(02)  VALUE SPACES.
002160 77  DL330-WS-REJ-STATUS         PIC X(02)  VALUE SPACES.
002170 77  DL330-WS-RUL-STATUS         PIC X(02)  VALUE SPACES.
002180 77  DL330-WS-RAT-STATUS         PIC X(02)  VALUE SPACES.
002190 77  DL330-WS-BRN-STATUS         PIC X(02)  VALUE SPACES.
002200 77  DL330-WS-MAP-STATUS         PIC X(02)  VALUE SPACES.
002210 77  DL330-WS-PRU-STATUS         PIC X(02)  VALUE SPACES.
002220 77  DL330-WS-PRA-STATUS         PIC X(02)  VALUE SPACES.
002230 77  DL330-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
002240 77  DL330-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
002250 77  DL330-WS-SUSP-ACCOUNT       PIC X(10)
002260                                 VALUE "9999999999".
002270 77  DL330-WS-MULTIPLIER         PIC 9(02)  VALUE 02.
002280 77  DL330-WS-FROM-DATE          PIC 9(08)  VALUE ZERO.
002290 77  DL330-WS-TO-DATE            PIC 9(08)  VALUE ZERO.
002300 77  DL330-WS-BUS-DATE           PIC 9(08)  VALUE ZERO.
002310 77  DL330-WS-DET-RATE           PIC 9(02)  VALUE ZERO.
002320 77  DL330-WS-RATE-BEST          PIC 9(08)  VALUE ZERO.
002330 77  DL330-WS-RATE-CARD-BEST     PIC 9(05)  VALUE ZERO.
002340 77  DL330-WS-RULE-CARD-BEST     PIC 9(05)  VALUE ZERO.
002350 77  DL330-WS-TEST-PRODUCT       PIC 9(09)  VALUE ZERO.
002360 77  DL330-WS-CHANGE             PIC S9(13) VALUE ZERO.
002370 77  DL330-WS-BATCH-COUNT        PIC 9(05)  VALUE ZERO.
002380 77  DL330-WS-REPLAY-COUNT       PIC 9(05)  VALUE ZERO.
002390 77  DL330-WS-REPEAT-COUNT       PIC 9(05)  VALUE ZERO.
002400 77  DL330-WS-OUT-RANGE-COUNT    PIC 9(05)  VALUE ZERO.
002410 77  DL330-WS-DETAIL-COUNT       PIC 9(07)  VALUE ZERO.
002420 77  DL330-WS-POSTED-COUNT       PIC 9(07)  VALUE ZERO.
002430 77  DL330-WS-RUL-CARD-COUNT     PIC 9(05)  VALUE ZERO.
002440 77  DL330-WS-RAT-CARD-COUNT     PIC 9(05)  VALUE ZERO.
002450 77  DL330-WS-CARD-SIM-COUNT     PIC 9(05)  VALUE ZERO.
002460 77  DL330-WS-CARD-ERR-COUNT     PIC 9(05)  VALUE ZERO.
002470 77  DL330-WS-BASE-DIFF-COUNT    PIC 9(05)  VALUE ZERO.
002480 77  DL330-WS-SRCH-DATE          PIC 9(08)  VALUE ZERO.
002490 77  DL330-WS-SRCH-BRANCH        PIC X(03)  VALUE SPACES.
002500 77  DL330-WS-SRCH-BRN-N         PIC 9(03)  VALUE ZERO.
002510 77  DL330-WS-SRCH-EFF           PIC 9(08)  VALUE ZERO.
002520 77  DL330-WS-SRCH-ACCT          PIC X(10)  VALUE SPACES.
002530 77  DL330-WS-SRCH-SIDE          PIC X(01)  VALUE SPACES.
002540 77  DL330-WS-DR-ACCT            PIC X(10)  VALUE SPACES.
002550 77  DL330-WS-CR-ACCT            PIC X(10)  VALUE SPACES.
002560 77  DL330-WS-LAST-DATE          PIC 9(08)  VALUE ZERO.
002570 77  DL330-WS-NEXT-DATE          PIC 9(08)  VALUE ZERO.
002580 77  DL330-WS-LAST-BRANCH        PIC X(03)  VALUE SPACES.
002590 77  DL330-WS-NEXT-BRANCH        PIC X(03)  VALUE SPACES.
002600 77  DL330-WS-CARD-OUTCOME       PIC X(30)  VALUE SPACES.
002610 77  DL330-WS-DT-USED            PIC 9(03)  COMP VALUE ZERO.
002620 77  DL330-WS-DT-IDX             PIC 9(03)  COMP VALUE ZERO.
002630 77  DL330-WS-DT-FOUND           PIC 9(03)  COMP VALUE ZERO.
002640 77  DL330-WS-DT-NEXT            PIC 9(03)  COMP VALUE ZERO.
002650 77  DL330-WS-ENT-USED           PIC 9(04)  COMP VALUE ZERO.
002660 77  DL330-WS-ENT-IDX            PIC 9(04)  COMP VALUE ZERO.
002670 77  DL330-WS-ENT-FOUND          PIC 9(04)  COMP VALUE ZERO.
002680 77  DL330-WS-ENT-NEXT           PIC 9(04)  COMP VALUE ZERO.
002690 77  DL330-WS-BRNM-USED          PIC 9(03)  COMP VALUE ZERO.
002700 77  DL330-WS-BRNM-IDX           PIC 9(03)  COMP VALUE ZERO.
002710 77  DL330-WS-BRNM-FOUND         PIC 9(03)  COMP VALUE ZERO.
002720 77  DL330-WS-RUL-USED           PIC 9(03)  COMP VALUE ZERO.
002730 77  DL330-WS-RUL-IDX            PIC 9(03)  COMP VALUE ZERO.
002740 77  DL330-WS-RUL-FOUND          PIC 9(03)  COMP VALUE ZERO.
002750 77  DL330-WS-RATE-USED          PIC 9(03)  COMP VALUE ZERO.
002760 77  DL330-WS-RATE-IDX           PIC 9(03)  COMP VALUE ZERO.
002770 77  DL330-WS-RATE-FOUND         PIC 9(03)  COMP VALUE ZERO.
002780 77  DL330-WS-MAP-USED           PIC 9(03)  COMP VALUE ZERO.
002790 77  DL330-WS-MAP-IDX            PIC 9(03)  COMP VALUE ZERO.
002800 77  DL330-WS-MAP-FOUND          PIC 9(03)  COMP VALUE ZERO.
002810 77  DL330-WS-ACC-USED           PIC 9(03)  COMP VALUE ZERO.
002820 77  DL330-WS-ACC-IDX            PIC 9(03)  COMP VALUE ZERO.
002830 77  DL330-WS-ACC-FOUND          PIC 9(03)  COMP VALUE ZERO.
002840 77  DL330-WS-TOT-IDX            PIC 9(01)  COMP VALUE ZERO.
002850*    WHICH SET OF ROWS A LOOKUP USES - 1 THE LIVE ROWS AS
002860*    THEY STAND, 2 THE LIVE ROWS WITH THE PROPOSED CARDS
002870*    APPLIED.  USED AS THE SUBSCRIPT OF EVERY NOW/NEW PAIR.
002880 77  DL330-WS-VIEW               PIC 9(01)  VALUE 1.
002890     88  DL330-VIEW-CURRENT                 VALUE 1.
002900     88  DL330-VIEW-PROPOSED                VALUE 2.
002910 01  DL330-WS-SWITCHES.
002920     05  DL330-WS-DCA-EOF-SW     PIC X(01)  VALUE "N".
002930         88  DL330-EOF-ARCHIVE              VALUE "Y".
002940     05  DL330-WS-REJ-EOF-SW     PIC X(01)  VALUE "N".
002950         88  DL330-EOF-REJECTS              VALUE "Y".
002960     05  DL330-WS-RUL-EOF-SW     PIC X(01)  VALUE "N".
002970         88  DL330-EOF-RULES                VALUE "Y".
002980     05  DL330-WS-RAT-EOF-SW     PIC X(01)  VALUE "N".
002990         88  DL330-EOF-RATES                VALUE "Y".
003000     05  DL330-WS-BRN-EOF-SW     PIC X(01)  VALUE "N".
003010         88  DL330-EOF-BRANCHES             VALUE "Y".
003020     05  DL330-WS-MAP-EOF-SW     PIC X(01)  VALUE "N".
003030         88  DL330-EOF-MAP                  VALUE "Y".
003040     05  DL330-WS-CRD-EOF-SW     PIC X(01)  VALUE "N".
003050         88  DL330-EOF-CARDS                VALUE "Y".
003060     05  DL330-WS-FULL-SW        PIC X(01)  VALUE "N".
003070         88  DL330-TABLE-FILLED             VALUE "Y".
003080     05  DL330-WS-BRNM-SW        PIC X(01)  VALUE "N".
003090         88  DL330-BRNM-LOADED              VALUE "Y".
003100     05  DL330-WS-POSTED-SW      PIC X(01)  VALUE "N".
003110         88  DL330-POSTED-KNOWN             VALUE "Y".
003120     05  DL330-WS-REPLAY-SW      PIC X(01)  VALUE "N".
003130         88  DL330-REPLAYING-BATCH          VALUE "Y".
003140     05  DL330-WS-MODE-SW        PIC X(01)  VALUE "R".
003150         88  DL330-MODE-IN-FORCE            VALUE "R".
003160         88  DL330-MODE-EFFECTIVE           VALUE "E".
003170     05  DL330-WS-VALID-SWITCH   PIC X(01)  VALUE "Y".
003180         88  DL330-DETAIL-IS-VALID          VALUE "Y".
003190         88  DL330-DETAIL-IS-INVALID        VALUE "N".
003200     05  DL330-WS-REASON-SW      PIC X(01)  VALUE SPACE.
003210         88  DL330-REASON-NONNUM            VALUE "1".
003220         88  DL330-REASON-RANGE             VALUE "2".
003230         88  DL330-REASON-OVRFLO            VALUE "3".
003240         88  DL330-REASON-BRANCH            VALUE "4".
003250         88  DL330-REASON-BRNSTS            VALUE "5".
003260 01  DL330-WS-RUN-DATE.
003270     05  DL330-WS-RUN-CCYY       PIC 9(04).
003280     05  DL330-WS-RUN-MM         PIC 9(02).
003290     05  DL330-WS-RUN-DD         PIC 9(02).
003300     COPY DLINREC.
003310     COPY DLREJREC.
003320***************************************************************
003330*  THE RULE ROW IN EFFECT FOR THE BATCH BEING REPLAYED, ONE
003340*  PER VIEW, AND THE COMPILED-IN DEFAULTS THE NIGHTLY RUN
003350*  FALLS BACK TO WHEN NO ROW QUALIFIES.
003360***************************************************************
003370 01  DL330-WS-RULE-FIELDS.
003380     05  DL330-WS-RULE-EFF-DATE  PIC 9(08).
003390     05  DL330-WS-LOW-BOUND      PIC 9(07).
003400     05  DL330-WS-HIGH-BOUND     PIC 9(07).
003410 01  DL330-WS-DEFAULT-RULE.
003420     05  FILLER                  PIC 9(08)  VALUE ZERO.
003430     05  FILLER                  PIC 9(07)  VALUE 1.
003440     05  FILLER                  PIC 9(07)  VALUE 9999999.
003450 01  DL330-WS-VIEW-RULES.
003460     05  DL330-WS-VIEW-RULE      PIC X(22)  OCCURS 2 TIMES.
003470***************************************************************
003480*  ONE DETAIL'S OUTCOME IN EACH VIEW.
003490***************************************************************
003500 01  DL330-WS-RESULTS.
003510     05  DL330-WS-RESULT OCCURS 2 TIMES.
003520         10  DL330-WS-RS-VALID   PIC X(01).
003530             88  DL330-RS-IS-VALID          VALUE "Y".
003540         10  DL330-WS-RS-REASON  PIC X(01).
003550         10  DL330-WS-RS-AMOUNT  PIC 9(09).
003560 01  DL330-WS-RSN-WORK.
003570     05  DL330-WS-RSN-CHAR       PIC X(01).
003580     05  DL330-WS-RSN-IDX REDEFINES
003590         DL330-WS-RSN-CHAR       PIC 9(01).
003600***************************************************************
003610*  BRANCH MASTER - STATUS AND THE DATE IT TOOK EFFECT (THE
003620*  MERGE DATE FOR A MERGED BRANCH, OTHERWISE THE DATE THE
003630*  ROW WAS LAST CHANGED), SO A PAST DATE SEES THE BRANCH AS
003640*  IT STOOD.
003650***************************************************************
003660 01  DL330-WS-BRNM-TABLE.
003670     05  DL330-WS-BRNM-ENTRY OCCURS 50 TIMES.
003680         10  DL330-WS-BM-CODE    PIC 9(03).
003690         10  DL330-WS-BM-STATUS  PIC X(01).
003700             88  DL330-BM-IS-OPEN           VALUE "O".
003710         10  DL330-WS-BM-STS-DATE
003720                                 PIC 9(08).
003730***************************************************************
003740*  RULE ROWS - EVERY ROW ON RULESDD, AND ANY A PROPOSED CARD
003750*  ADDS.  EACH HAS A STATUS AND BOUNDS PER VIEW:
003760*
003770*      A  ACTIVE              E  EXPIRED
003780*      X  ACTIVE, BOUNDS NOT NUMERIC (NEVER SELECTED)
003790*      SPACE - NOT ON FILE IN THAT VIEW
003800*
003810*  RU-CARD-NO IS THE LAST PROPOSED CARD THAT CHANGED THE ROW.
003820***************************************************************
003830 01  DL330-WS-RUL-TABLE.
003840     05  DL330-WS-RUL-ENTRY OCCURS 100 TIMES.
003850         10  DL330-WS-RU-KEY     PIC 9(08).
003860         10  DL330-WS-RU-CARD-NO PIC 9(05).
003870         10  DL330-WS-RU-VIEW OCCURS 2 TIMES.
003880             15  DL330-WS-RU-STATUS
003890                                 PIC X(01).
003900             15  DL330-WS-RU-LOW PIC 9(07).
003910             15  DL330-WS-RU-HIGH
003920                                 PIC 9(07).
003930***************************************************************
003940*  RATE ROWS - EVERY ROW ON RATESDD AND ANY A PROPOSED CARD
003950*  ADDS, WITH THE SAME STATUS VALUES PER VIEW.  A RATE OF
003960*  ZERO (MULTIPLIER NOT NUMERIC OR ZERO) IS NEVER SELECTED.
003970***************************************************************
003980 01  DL330-WS-RATE-TABLE.
003990     05  DL330-WS-RATE-ENTRY OCCURS 200 TIMES.
004000         10  DL330-WS-RT-BRANCH  PIC 9(03).
004010         10  DL330-WS-RT-EFF     PIC 9(08).
004020         10  DL330-WS-RT-CARD-NO PIC 9(05).
004030         10  DL330-WS-RT-VIEW OCCURS 2 TIMES.
004040             15  DL330-WS-RT-STATUS
004050                                 PIC X(01).
004060             15  DL330-WS-RT-RATE
004070                                 PIC 9(02).
004080***************************************************************
004090*  ACCOUNT MAPPING TABLE - LOADED FROM ACCTMAP THE WAY THE
004100*  NIGHTLY RUN LOADS IT.
004110***************************************************************
004120 01  DL330-WS-MAP-TABLE.
004130     05  DL330-WS-MAP-ENTRY OCCURS 50 TIMES.
004140         10  DL330-WS-MP-BRANCH  PIC 9(03).
004150         10  DL330-WS-MP-DR-ACCT PIC X(10).
004160         10  DL330-WS-MP-CR-ACCT PIC X(10).
004170***************************************************************
004180*  BUSINESS DATES REPLAYED, WITH THE BOUNDS EACH VIEW USED
004190*  AND THE REJECTS ACTUALLY POSTED FOR THE DATE.
004200***************************************************************
004210 01  DL330-WS-DATE-TABLE.
004220     05  DL330-WS-DATE-ENTRY OCCURS 62 TIMES.
004230         10  DL330-WS-DT-DATE    PIC 9(08).
004240         10  DL330-WS-DT-POSTED  PIC 9(07).
004250         10  DL330-WS-DT-VIEW OCCURS 2 TIMES.
004260             15  DL330-WS-DT-LOW PIC 9(07).
004270             15  DL330-WS-DT-HIGH
004280                                 PIC 9(07).
004290***************************************************************
004300*  IMPACT TABLE - ONE ENTRY PER BUSINESS DATE AND BRANCH
004310*  CODE AS KEYED ON THE DETAIL (A CODE THAT IS NOT NUMERIC
004320*  IS KEPT AS IT CAME).  PER VIEW: REJECTS, GL PAIRS, AND
004330*  THE SETTLED AMOUNT.
004340***************************************************************
004350 01  DL330-WS-ENT-TABLE.
004360     05  DL330-WS-ENT-ENTRY OCCURS 2000 TIMES.
004370         10  DL330-WS-EN-DATE    PIC 9(08).
004380         10  DL330-WS-EN-BRANCH  PIC X(03).
004390         10  DL330-WS-EN-BRANCH-N REDEFINES
004400             DL330-WS-EN-BRANCH  PIC 9(03).
004410         10  DL330-WS-EN-DETAILS PIC 9(05).
004420         10  DL330-WS-EN-GAINED  PIC 9(05).
004430         10  DL330-WS-EN-LOST    PIC 9(05).
004440         10  DL330-WS-EN-VIEW OCCURS 2 TIMES.
004450             15  DL330-WS-EN-REJ PIC 9(05).
004460             15  DL330-WS-EN-PAIRS
004470                                 PIC 9(05).
004480             15  DL330-WS-EN-SETTLED
004490                                 PIC 9(11).
004500***************************************************************
004510*  GL IMPACT - ONE ENTRY PER ACCOUNT AND SIDE (D DEBIT, C
004520*  CREDIT), PAIRS AND AMOUNT PER VIEW.
004530***************************************************************
004540 01  DL330-WS-ACC-TABLE.
004550     05  DL330-WS-ACC-ENTRY OCCURS 100 TIMES.
004560         10  DL330-WS-AC-ACCOUNT PIC X(10).
004570         10  DL330-WS-AC-SIDE    PIC X(01).
004580             88  DL330-AC-IS-DEBIT          VALUE "D".
004590         10  DL330-WS-AC-VIEW OCCURS 2 TIMES.
004600             15  DL330-WS-AC-PAIRS
004610                                 PIC 9(07).
004620             15  DL330-WS-AC-AMOUNT
004630                                 PIC 9(13).
004640***************************************************************
004650*  TOTALS - ENTRY 1 THE DATE BEING PRINTED, ENTRY 2 THE
004660*  WHOLE RANGE.
004670***************************************************************
004680 01  DL330-WS-TOTAL-TABLE.
004690     05  DL330-WS-TOT-ENTRY OCCURS 2 TIMES.
004700         10  DL330-WS-TO-GAINED  PIC 9(07).
004710         10  DL330-WS-TO-LOST    PIC 9(07).
004720         10  DL330-WS-TO-VIEW OCCURS 2 TIMES.
004730             15  DL330-WS-TO-REJ PIC 9(07).
004740             15  DL330-WS-TO-SETTLED
004750                                 PIC 9(13).
004760***************************************************************
004770*  REJECTS GAINED AND LOST BY REASON, IN REASON SWITCH ORDER.
004780***************************************************************
004790 01  DL330-WS-RSN-TABLE.
004800     05  DL330-WS-RSN-ENTRY OCCURS 5 TIMES.
004810         10  DL330-WS-RSN-GAINED PIC 9(07).
004820         10  DL330-WS-RSN-LOST   PIC 9(07).
004830 01  DL330-WS-RSN-NAMES.
004840     05  FILLER                  PIC X(30)
004850             VALUE "NONNUMRANGE OVRFLOBRANCHBRNSTS".
004860 01  DL330-WS-RSN-NAME-TABLE REDEFINES DL330-WS-RSN-NAMES.
004870     05  DL330-WS-RSN-NAME       PIC X(06)  OCCURS 5 TIMES.
004880***************************************************************
004890*  REPORT LINE LAYOUTS
004900***************************************************************
004910 01  DL330-WS-HDR-LINE.
004920     05  FILLER                  PIC X(30)
004930             VALUE "WHATIF RULE/RATE SIMULATION - ".
004940     05  FILLER                  PIC X(06)  VALUE "DATES ".
004950     05  DL330-HL-FROM           PIC 9(08).
004960     05  FILLER                  PIC X(04)  VALUE " TO ".
004970     05  DL330-HL-TO             PIC 9(08).
004980     05  FILLER                  PIC X(07)  VALUE "   RUN ".
004990     05  DL330-HL-CCYY           PIC 9(04).
005000     05  FILLER                  PIC X(01)  VALUE "-".
005010     05  DL330-HL-MM             PIC 9(02).
005020     05  FILLER                  PIC X(01)  VALUE "-".
005030     05  DL330-HL-DD             PIC 9(02).
005040     05  FILLER                  PIC X(07)  VALUE SPACES.
005050 01  DL330-WS-SIM-LINE.
005060     05  FILLER                  PIC X(22)
005070             VALUE "*** SIMULATION ONLY - ".
005080     05  FILLER                  PIC X(28)
005090             VALUE "NOTHING IS POSTED, SETTLED, ".
005100     05  FILLER                  PIC X(22)
005110             VALUE "REJECTED OR LOGGED ***".
005120     05  FILLER                  PIC X(08)  VALUE SPACES.
005130 01  DL330-WS-MODE-LINE.
005140     05  DL330-ML-TEXT           PIC X(56).
005150     05  FILLER                  PIC X(14)
005160             VALUE " DEFAULT RATE ".
005170     05  DL330-ML-RATE           PIC 9(02).
005180     05  FILLER                  PIC X(08)  VALUE SPACES.
005190 01  DL330-WS-RUL-COL-LINE.
005200     05  FILLER                  PIC X(10)  VALUE "      CARD".
005210     05  FILLER                  PIC X(02)  VALUE SPACES.
005220     05  FILLER                  PIC X(01)  VALUE "A".
005230     05  FILLER                  PIC X(01)  VALUE SPACES.
005240     05  FILLER                  PIC X(08)  VALUE "EFF DATE".
005250     05  FILLER                  PIC X(01)  VALUE SPACES.
005260     05  FILLER                  PIC X(07)  VALUE "    LOW".
005270     05  FILLER                  PIC X(01)  VALUE SPACES.
005280     05  FILLER                  PIC X(07)  VALUE "   HIGH".
005290     05  FILLER                  PIC X(01)  VALUE SPACES.
005300     05  FILLER                  PIC X(08)  VALUE "USER".
005310     05  FILLER                  PIC X(02)  VALUE SPACES.
005320     05  FILLER                  PIC X(31)  VALUE "OUTCOME".
005330 01  DL330-WS-RUL-CARD-LINE.
005340     05  FILLER                  PIC X(05)  VALUE "CARD ".
005350     05  DL330-RC-NO             PIC ZZZZ9.
005360     05  FILLER                  PIC X(02)  VALUE SPACES.
005370     05  DL330-RC-ACTION         PIC X(01).
005380     05  FILLER                  PIC X(01)  VALUE SPACES.
005390     05  DL330-RC-EFF            PIC X(08).
005400     05  FILLER                  PIC X(01)  VALUE SPACES.
005410     05  DL330-RC-LOW            PIC X(07).
005420     05  FILLER                  PIC X(01)  VALUE SPACES.
005430     05  DL330-RC-HIGH           PIC X(07).
005440     05  FILLER                  PIC X(01)  VALUE SPACES.
005450     05  DL330-RC-USER           PIC X(08).
005460     05  FILLER                  PIC X(02)  VALUE SPACES.
005470     05  DL330-RC-OUTCOME        PIC X(30).
005480     05  FILLER                  PIC X(01)  VALUE SPACES.
005490 01  DL330-WS-RAT-COL-LINE.
005500     05  FILLER                  PIC X(10)  VALUE "      CARD".
005510     05  FILLER                  PIC X(02)  VALUE SPACES.
005520     05  FILLER                  PIC X(01)  VALUE "A".
005530     05  FILLER                  PIC X(01)  VALUE SPACES.
005540     05  FILLER                  PIC X(03)  VALUE "BRN".
005550     05  FILLER                  PIC X(01)  VALUE SPACES.
005560     05  FILLER                  PIC X(08)  VALUE "EFF DATE".
005570     05  FILLER                  PIC X(01)  VALUE SPACES.
005580     05  FILLER                  PIC X(02)  VALUE "RT".
005590     05  FILLER                  PIC X(01)  VALUE SPACES.
005600     05  FILLER                  PIC X(08)  VALUE "USER".
005610     05  FILLER                  PIC X(02)  VALUE SPACES.
005620     05  FILLER                  PIC X(40)  VALUE "OUTCOME".
005630 01  DL330-WS-RAT-CARD-LINE.
005640     05  FILLER                  PIC X(05)  VALUE "CARD ".
005650     05  DL330-AC-NO             PIC ZZZZ9.
005660     05  FILLER                  PIC X(02)  VALUE SPACES.
005670     05  DL330-AC-ACTION         PIC X(01).
005680     05  FILLER                  PIC X(01)  VALUE SPACES.
005690     05  DL330-AC-BRANCH         PIC X(03).
005700     05  FILLER                  PIC X(01)  VALUE SPACES.
005710     05  DL330-AC-EFF            PIC X(08).
005720     05  FILLER                  PIC X(01)  VALUE SPACES.
005730     05  DL330-AC-RATE           PIC X(02).
005740     05  FILLER                  PIC X(01)  VALUE SPACES.
005750     05  DL330-AC-USER           PIC X(08).
005760     05  FILLER                  PIC X(02)  VALUE SPACES.
005770     05  DL330-AC-OUTCOME        PIC X(30).
005780     05  FILLER                  PIC X(10)  VALUE SPACES.
005790 01  DL330-WS-DATE-LINE.
005800     05  FILLER                  PIC X(14)
005810             VALUE "BUSINESS DATE ".
005820     05  DL330-DH-DATE           PIC 9(08).
005830     05  FILLER                  PIC X(13)
005840             VALUE "   RANGE NOW ".
005850     05  DL330-DH-CUR-LOW        PIC 9(07).
005860     05  FILLER                  PIC X(01)  VALUE "-".
005870     05  DL330-DH-CUR-HIGH       PIC 9(07).
005880     05  FILLER                  PIC X(07)  VALUE "   NEW ".
005890     05  DL330-DH-PRP-LOW        PIC 9(07).
005900     05  FILLER                  PIC X(01)  VALUE "-".
005910     05  DL330-DH-PRP-HIGH       PIC 9(07).
005920     05  FILLER                  PIC X(08)  VALUE SPACES.
005930 01  DL330-WS-COL-LINE-1.
005940     05  FILLER                  PIC X(14)  VALUE SPACES.
005950     05  FILLER                  PIC X(21)
005960             VALUE "------ REJECTS ------".
005970     05  FILLER                  PIC X(01)  VALUE SPACES.
005980     05  FILLER                  PIC X(32)
005990             VALUE "-------- SETTLED AMOUNT --------".
006000     05  FILLER                  PIC X(12)  VALUE SPACES.
006010 01  DL330-WS-COL-LINE-2.
006020     05  FILLER                  PIC X(14)
006030             VALUE "BUS DATE BRN  ".
006040     05  FILLER                  PIC X(21)
006050             VALUE "  NOW   NEW GAIN LOST".
006060     05  FILLER                  PIC X(01)  VALUE SPACES.
006070     05  FILLER                  PIC X(32)
006080             VALUE "       NOW        NEW     CHANGE".
006090     05  FILLER                  PIC X(12)  VALUE SPACES.
006100 01  DL330-WS-DET-LINE.
006110     05  DL330-DL-DATE           PIC 9(08).
006120     05  FILLER                  PIC X(01)  VALUE SPACES.
006130     05  DL330-DL-BRANCH         PIC X(03).
006140     05  FILLER                  PIC X(02)  VALUE SPACES.
006150     05  DL330-DL-REJ-NOW        PIC ZZZZ9.
006160     05  FILLER                  PIC X(01)  VALUE SPACES.
006170     05  DL330-DL-REJ-NEW        PIC ZZZZ9.
006180     05  FILLER                  PIC X(01)  VALUE SPACES.
006190     05  DL330-DL-GAINED         PIC ZZZ9.
006200     05  FILLER                  PIC X(01)  VALUE SPACES.
006210     05  DL330-DL-LOST           PIC ZZZ9.
006220     05  FILLER                  PIC X(01)  VALUE SPACES.
006230     05  DL330-DL-SET-NOW        PIC Z(9)9.
006240     05  FILLER                  PIC X(01)  VALUE SPACES.
006250     05  DL330-DL-SET-NEW        PIC Z(9)9.
006260     05  FILLER                  PIC X(01)  VALUE SPACES.
006270     05  DL330-DL-CHANGE         PIC -(9)9.
006280     05  FILLER                  PIC X(01)  VALUE SPACES.
006290     05  DL330-DL-FLAG           PIC X(01).
006300     05  FILLER                  PIC X(01)  VALUE SPACES.
006310     05  DL330-DL-NOTE           PIC X(08).
006320     05  FILLER                  PIC X(01)  VALUE SPACES.
006330 01  DL330-WS-TOT-LINE.
006340     05  DL330-TL-LABEL          PIC X(12).
006350     05  FILLER                  PIC X(01)  VALUE SPACES.
006360     05  DL330-TL-REJ-NOW        PIC Z(5)9.
006370     05  DL330-TL-REJ-NEW        PIC Z(5)9.
006380     05  DL330-TL-GAINED         PIC Z(4)9.
006390     05  DL330-TL-LOST           PIC Z(4)9.
006400     05  DL330-TL-SET-NOW        PIC Z(10)9.
006410     05  DL330-TL-SET-NEW        PIC Z(10)9.
006420     05  DL330-TL-CHANGE         PIC -(10)9.
006430     05  FILLER                  PIC X(12)  VALUE SPACES.
006440 01  DL330-WS-CHK-LINE.
006450     05  FILLER                  PIC X(17)
006460             VALUE "  REJECTS POSTED ".
006470     05  DL330-CK-POSTED         PIC Z(6)9.
006480     05  FILLER                  PIC X(25)
006490             VALUE ", REPLAYED AT LIVE ROWS  ".
006500     05  DL330-CK-REPLAYED       PIC Z(6)9.
006510     05  DL330-CK-NOTE           PIC X(15).
006520     05  FILLER                  PIC X(09)  VALUE SPACES.
006530 01  DL330-WS-ACC-COL-LINE.
006540     05  FILLER                  PIC X(10)  VALUE "ACCOUNT".
006550     05  FILLER                  PIC X(02)  VALUE SPACES.
006560     05  FILLER                  PIC X(06)  VALUE "SIDE".
006570     05  FILLER                  PIC X(01)  VALUE SPACES.
006580     05  FILLER                  PIC X(09)  VALUE "PAIRS NOW".
006590     05  FILLER                  PIC X(01)  VALUE SPACES.
006600     05  FILLER                  PIC X(09)  VALUE "PAIRS NEW".
006610     05  FILLER                  PIC X(01)  VALUE SPACES.
006620     05  FILLER                  PIC X(11)
006630             VALUE "        NOW".
006640     05  FILLER                  PIC X(01)  VALUE SPACES.
006650     05  FILLER                  PIC X(11)
006660             VALUE "        NEW".
006670     05  FILLER                  PIC X(01)  VALUE SPACES.
006680     05  FILLER                  PIC X(11)
006690             VALUE "     CHANGE".
006700     05  FILLER                  PIC X(06)  VALUE SPACES.
006710 01  DL330-WS-ACC-LINE.
006720     05  DL330-GL-ACCOUNT        PIC X(10).
006730     05  FILLER                  PIC X(02)  VALUE SPACES.
006740     05  DL330-GL-SIDE           PIC X(06).
006750     05  FILLER                  PIC X(01)  VALUE SPACES.
006760     05  DL330-GL-PAIRS-NOW      PIC Z(8)9.
006770     05  FILLER                  PIC X(01)  VALUE SPACES.
006780     05  DL330-GL-PAIRS-NEW      PIC Z(8)9.
006790     05  FILLER                  PIC X(01)  VALUE SPACES.
006800     05  DL330-GL-NOW            PIC Z(10)9.
006810     05  FILLER                  PIC X(01)  VALUE SPACES.
006820     05  DL330-GL-NEW            PIC Z(10)9.
006830     05  FILLER                  PIC X(01)  VALUE SPACES.
006840     05  DL330-GL-CHANGE         PIC -(10)9.
006850     05  FILLER                  PIC X(06)  VALUE SPACES.
006860 01  DL330-WS-SUM-LINE.
006870     05  DL330-SL-LABEL          PIC X(34).
006880     05  DL330-SL-COUNT          PIC ZZZZZZ9.
006890     05  FILLER                  PIC X(39)  VALUE SPACES.
006900 01  DL330-WS-RSN-LINE.
006910     05  DL330-RL-LABEL          PIC X(20).
006920     05  DL330-RL-NAME           PIC X(06).
006930     05  FILLER                  PIC X(08)  VALUE SPACES.
006940     05  DL330-RL-COUNT          PIC ZZZZZZ9.
006950     05  FILLER                  PIC X(39)  VALUE SPACES.
006960 LINKAGE SECTION.
006970***************************************************************
006980*  DL330-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
006990*                       COLUMNS 1-8 AND 9-16 ARE THE DATES TO
007000*                       REPLAY, 17-18 THE DEFAULT RATE, 19
007010*                       THE MODE THE PROPOSED CARDS RUN IN.
007020***************************************************************
007030 01  DL330-PARM-AREA.
007040     05  DL330-PARM-LEN          PIC S9(04) COMP.
007050     05  DL330-PARM-TEXT         PIC X(80).
007060     05  DL330-PARM-FIELDS REDEFINES DL330-PARM-TEXT.
007070         10  DL330-PARM-FROM     PIC X(08).
007080         10  DL330-PARM-FROM-N REDEFINES
007090             DL330-PARM-FROM     PIC 9(08).
007100         10  DL330-PARM-TO       PIC X(08).
007110         10  DL330-PARM-TO-N REDEFINES
007120             DL330-PARM-TO       PIC 9(08).
007130         10  DL330-PARM-RATE     PIC X(02).
007140         10  DL330-PARM-RATE-N REDEFINES
007150             DL330-PARM-RATE     PIC 9(02).
007160         10  DL330-PARM-MODE     PIC X(01).
007170         10  FILLER              PIC X(61).
007180 PROCEDURE DIVISION USING DL330-PARM-AREA.
007190 0000-MAINLINE.
007200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007210     IF DL330-WS-RETURN-CODE < 0016
007220         PERFORM 1100-LOAD-BRANCHES THRU 1100-EXIT
007230         PERFORM 1200-LOAD-RULES THRU 1200-EXIT
007240         PERFORM 1300-LOAD-RATES THRU 1300-EXIT
007250         PERFORM 1400-LOAD-ACCT-MAP THRU 1400-EXIT
007260         PERFORM 1500-APPLY-RULE-CARDS THRU 1500-EXIT
007270         PERFORM 1600-APPLY-RATE-CARDS THRU 1600-EXIT
007280         PERFORM 2000-REPLAY-ARCHIVE THRU 2000-EXIT
007290     END-IF.
007300     IF DL330-WS-RETURN-CODE < 0016
007310         PERFORM 4000-COUNT-POSTED-REJECTS THRU 4000-EXIT
007320         PERFORM 6000-REPORT-IMPACT THRU 6000-EXIT
007330         PERFORM 7000-REPORT-GL-IMPACT THRU 7000-EXIT
007340     END-IF.
007350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007360     MOVE DL330-WS-RETURN-CODE TO RETURN-CODE.
007370     STOP RUN.
007380
007390***************************************************************
007400*  1000-INITIALIZE  --  VALIDATE THE PARM, OPEN THE REPORT,
007410*                       AND PRINT THE HEADING.
007420***************************************************************
007430 1000-INITIALIZE.
007440     ACCEPT DL330-WS-RUN-DATE FROM DATE YYYYMMDD.
007450     MOVE ZERO TO DL330-WS-DATE-TABLE.
007460     MOVE ZERO TO DL330-WS-ENT-TABLE.
007470     MOVE ZERO TO DL330-WS-ACC-TABLE.
007480     MOVE ZERO TO DL330-WS-TOTAL-TABLE.
007490     MOVE ZERO TO DL330-WS-RSN-TABLE.
007500     IF DL330-PARM-LEN < 8
007510         OR DL330-PARM-FROM NOT NUMERIC
007520         DISPLAY "WHATIF: PARM MUST START WITH THE FIRST "
007530             "BUSINESS DATE AS CCYYMMDD"
007540         MOVE 0016 TO DL330-WS-RETURN-CODE
007550         GO TO 1000-EXIT.
007560     MOVE DL330-PARM-FROM-N TO DL330-WS-FROM-DATE.
007570     MOVE DL330-WS-FROM-DATE TO DL330-WS-TO-DATE.
007580     IF DL330-PARM-LEN > 8
007590         AND DL330-PARM-TO NOT = SPACES
007600         IF DL330-PARM-TO NUMERIC
007610             AND DL330-PARM-TO-N NOT < DL330-WS-FROM-DATE
007620             MOVE DL330-PARM-TO-N TO DL330-WS-TO-DATE
007630         ELSE
007640             DISPLAY "WHATIF: PARM LAST DATE " DL330-PARM-TO
007650                 " IS NOT A DATE ON OR AFTER THE FIRST"
007660             MOVE 0016 TO DL330-WS-RETURN-CODE
007670             GO TO 1000-EXIT
007680         END-IF
007690     END-IF.
007700     IF DL330-PARM-LEN > 16
007710         AND DL330-PARM-RATE NOT = SPACES
007720         IF DL330-PARM-RATE NUMERIC
007730             AND DL330-PARM-RATE-N > ZERO
007740             MOVE DL330-PARM-RATE-N TO DL330-WS-MULTIPLIER
007750         ELSE
007760             DISPLAY "WHATIF: PARM DEFAULT RATE "
007770                 DL330-PARM-RATE " IS NOT 01-99"
007780             MOVE 0016 TO DL330-WS-RETURN-CODE
007790             GO TO 1000-EXIT
007800         END-IF
007810     END-IF.
007820     IF DL330-PARM-LEN > 18
007830         AND DL330-PARM-MODE NOT = SPACE
007840         MOVE DL330-PARM-MODE TO DL330-WS-MODE-SW
007850         IF NOT DL330-MODE-IN-FORCE
007860             AND NOT DL330-MODE-EFFECTIVE
007870             DISPLAY "WHATIF: PARM MODE MUST BE R OR E"
007880             MOVE 0016 TO DL330-WS-RETURN-CODE
007890             GO TO 1000-EXIT
007900         END-IF
007910     END-IF.
007920     OPEN OUTPUT DL330-RPT-FILE.
007930     IF DL330-WS-RPT-STATUS NOT = "00"
007940         DISPLAY "WHATIF: UNABLE TO OPEN WHATRPT, STATUS = "
007950             DL330-WS-RPT-STATUS
007960         MOVE 0016 TO DL330-WS-RETURN-CODE
007970         GO TO 1000-EXIT.
007980     MOVE DL330-WS-FROM-DATE TO DL330-HL-FROM.
007990     MOVE DL330-WS-TO-DATE TO DL330-HL-TO.
008000     MOVE DL330-WS-RUN-CCYY TO DL330-HL-CCYY.
008010     MOVE DL330-WS-RUN-MM TO DL330-HL-MM.
008020     MOVE DL330-WS-RUN-DD TO DL330-HL-DD.
008030     MOVE DL330-WS-HDR-LINE TO DL330-RPT-RECORD.
008040     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008050     MOVE DL330-WS-SIM-LINE TO DL330-RPT-RECORD.
008060     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008070     IF DL330-MODE-IN-FORCE
008080         MOVE "PROPOSED CARDS IN FORCE ON EVERY DATE REPLAYED."
008090             TO DL330-ML-TEXT
008100     ELSE
008110         MOVE "PROPOSED CARDS TAKE EFFECT ON THEIR OWN DATES."
008120             TO DL330-ML-TEXT
008130     END-IF.
008140     MOVE DL330-WS-MULTIPLIER TO DL330-ML-RATE.
008150     MOVE DL330-WS-MODE-LINE TO DL330-RPT-RECORD.
008160     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008170 1000-EXIT.
008180     EXIT.
008190
008200***************************************************************
008210*  1100-LOAD-BRANCHES  --  LOAD THE BRANCH MASTER.  WITH NO
008220*                          MASTER THE BRANCH STATUS TEST IS
008230*                          SKIPPED, AS THE NIGHTLY RUN SKIPS
008240*                          IT.
008250***************************************************************
008260 1100-LOAD-BRANCHES.
008270     OPEN INPUT DL330-BRN-FILE.
008280     IF DL330-WS-BRN-STATUS NOT = "00"
008290         DISPLAY "WHATIF: BRANCHDD NOT AVAILABLE, STATUS = "
008300             DL330-WS-BRN-STATUS ", BRANCH STATUS NOT CHECKED"
008310         GO TO 1100-EXIT.
008320     SET DL330-BRNM-LOADED TO TRUE.
008330     PERFORM 1110-LOAD-BRN-ROW THRU 1110-EXIT
008340         UNTIL DL330-EOF-BRANCHES.
008350     CLOSE DL330-BRN-FILE.
008360 1100-EXIT.
008370     EXIT.
008380
008390 1110-LOAD-BRN-ROW.
008400     READ DL330-BRN-FILE NEXT RECORD
008410         AT END
008420             SET DL330-EOF-BRANCHES TO TRUE
008430             GO TO 1110-EXIT
008440     END-READ.
008450     IF DL330-WS-BRNM-USED >= 50
008460         DISPLAY "WHATIF: BRANCH TABLE FULL, BRANCH "
008470             DL100-BRN-BRANCH " NOT LOADED"
008480         SET DL330-TABLE-FILLED TO TRUE
008490         GO TO 1110-EXIT.
008500     ADD 1 TO DL330-WS-BRNM-USED.
008510     MOVE DL100-BRN-BRANCH
008520         TO DL330-WS-BM-CODE(DL330-WS-BRNM-USED).
008530     MOVE DL100-BRN-STATUS
008540         TO DL330-WS-BM-STATUS(DL330-WS-BRNM-USED).
008550     IF DL100-BRN-IS-MERGED
008560         AND DL100-BRN-MERGE-DATE NUMERIC
008570         AND DL100-BRN-MERGE-DATE > ZERO
008580         MOVE DL100-BRN-MERGE-DATE
008590             TO DL330-WS-BM-STS-DATE(DL330-WS-BRNM-USED)
008600         GO TO 1110-EXIT.
008610     IF DL100-BRN-UPD-DATE NUMERIC
008620         MOVE DL100-BRN-UPD-DATE
008630             TO DL330-WS-BM-STS-DATE(DL330-WS-BRNM-USED)
008640     ELSE
008650         MOVE ZERO TO DL330-WS-BM-STS-DATE(DL330-WS-BRNM-USED)
008660     END-IF.
008670 1110-EXIT.
008680     EXIT.
008690
008700 1150-FIND-BRN-ENTRY.
008710     MOVE ZERO TO DL330-WS-BRNM-FOUND.
008720     MOVE 1 TO DL330-WS-BRNM-IDX.
008730     PERFORM 1160-TEST-BRN-ENTRY THRU 1160-EXIT
008740         UNTIL DL330-WS-BRNM-FOUND > ZERO
008750         OR DL330-WS-BRNM-IDX > DL330-WS-BRNM-USED.
008760 1150-EXIT.
008770     EXIT.
008780
008790 1160-TEST-BRN-ENTRY.
008800     IF DL330-WS-BM-CODE(DL330-WS-BRNM-IDX)
008810         = DL330-WS-SRCH-BRN-N
008820         MOVE DL330-WS-BRNM-IDX TO DL330-WS-BRNM-FOUND
008830     ELSE
008840         ADD 1 TO DL330-WS-BRNM-IDX
008850     END-IF.
008860 1160-EXIT.
008870     EXIT.
008880
008890***************************************************************
008900*  1200-LOAD-RULES  --  LOAD EVERY RULE ROW, ACTIVE OR
008910*                       EXPIRED, INTO BOTH VIEWS.  WITH NO
008920*                       RULES FILE THE COMPILED-IN BOUNDS
008930*                       STAND IN THE CURRENT VIEW.
008940***************************************************************
008950 1200-LOAD-RULES.
008960     OPEN INPUT DL330-RUL-FILE.
008970     IF DL330-WS-RUL-STATUS NOT = "00"
008980         DISPLAY "WHATIF: RULESDD NOT AVAILABLE, STATUS = "
008990             DL330-WS-RUL-STATUS
009000             ", USING COMPILED-IN VALIDATION RULES"
009010         GO TO 1200-EXIT.
009020     PERFORM 1210-LOAD-RULE-ROW THRU 1210-EXIT
009030         UNTIL DL330-EOF-RULES.
009040     CLOSE DL330-RUL-FILE.
009050 1200-EXIT.
009060     EXIT.
009070
009080 1210-LOAD-RULE-ROW.
009090     READ DL330-RUL-FILE NEXT RECORD
009100         AT END
009110             SET DL330-EOF-RULES TO TRUE
009120             GO TO 1210-EXIT
009130     END-READ.
009140     IF DL330-WS-RUL-USED >= 100
009150         DISPLAY "WHATIF: RULE TABLE FULL, RULE EFFECTIVE "
009160             DL100-RUL-EFF-DATE " IGNORED"
009170         SET DL330-TABLE-FILLED TO TRUE
009180         GO TO 1210-EXIT.
009190     ADD 1 TO DL330-WS-RUL-USED.
009200     MOVE DL330-WS-RUL-USED TO DL330-WS-RUL-FOUND.
009210     MOVE DL100-RUL-EFF-DATE
009220         TO DL330-WS-RU-KEY(DL330-WS-RUL-FOUND).
009230     MOVE ZERO TO DL330-WS-RU-CARD-NO(DL330-WS-RUL-FOUND).
009240     MOVE DL100-RUL-STATUS
009250         TO DL330-WS-RU-STATUS(DL330-WS-RUL-FOUND, 1).
009260     IF DL100-RUL-LOW-BOUND NUMERIC
009270         AND DL100-RUL-HIGH-BOUND NUMERIC
009280         MOVE DL100-RUL-LOW-BOUND
009290             TO DL330-WS-RU-LOW(DL330-WS-RUL-FOUND, 1)
009300         MOVE DL100-RUL-HIGH-BOUND
009310             TO DL330-WS-RU-HIGH(DL330-WS-RUL-FOUND, 1)
009320     ELSE
009330         MOVE ZERO TO DL330-WS-RU-LOW(DL330-WS-RUL-FOUND, 1)
009340         MOVE ZERO TO DL330-WS-RU-HIGH(DL330-WS-RUL-FOUND, 1)
009350         IF DL100-RUL-IS-ACTIVE
009360             MOVE "X"
009370                 TO DL330-WS-RU-STATUS(DL330-WS-RUL-FOUND, 1)
009380         END-IF
009390     END-IF.
009400     MOVE DL330-WS-RU-VIEW(DL330-WS-RUL-FOUND, 1)
009410         TO DL330-WS-RU-VIEW(DL330-WS-RUL-FOUND, 2).
009420 1210-EXIT.
009430     EXIT.
009440
009450***************************************************************
009460*  1250-FIND-RULE  --  LOOK UP THE SEARCH EFFECTIVE DATE IN
009470*                      THE RULE TABLE.  ZERO - NOT THERE.
009480***************************************************************
009490 1250-FIND-RULE.
009500     MOVE ZERO TO DL330-WS-RUL-FOUND.
009510     MOVE 1 TO DL330-WS-RUL-IDX.
009520     PERFORM 1260-TEST-RULE THRU 1260-EXIT
009530         UNTIL DL330-WS-RUL-FOUND > ZERO
009540         OR DL330-WS-RUL-IDX > DL330-WS-RUL-USED.
009550 1250-EXIT.
009560     EXIT.
009570
009580 1260-TEST-RULE.
009590     IF DL330-WS-RU-KEY(DL330-WS-RUL-IDX) = DL330-WS-SRCH-EFF
009600         MOVE DL330-WS-RUL-IDX TO DL330-WS-RUL-FOUND
009610     ELSE
009620         ADD 1 TO DL330-WS-RUL-IDX
009630     END-IF.
009640 1260-EXIT.
009650     EXIT.
009660
009670***************************************************************
009680*  1300-LOAD-RATES  --  LOAD EVERY RATE ROW, ACTIVE OR
009690*                       EXPIRED, INTO BOTH VIEWS.  WITH NO
009700*                       RATES FILE EVERY BRANCH IS AT THE
009710*                       DEFAULT RATE IN THE CURRENT VIEW.
009720***************************************************************
009730 1300-LOAD-RATES.
009740     OPEN INPUT DL330-RAT-FILE.
009750     IF DL330-WS-RAT-STATUS NOT = "00"
009760         DISPLAY "WHATIF: RATESDD NOT AVAILABLE, STATUS = "
009770             DL330-WS-RAT-STATUS
009780             ", USING THE DEFAULT RATE THROUGHOUT"
009790         GO TO 1300-EXIT.
009800     PERFORM 1310-LOAD-RATE-ROW THRU 1310-EXIT
009810         UNTIL DL330-EOF-RATES.
009820     CLOSE DL330-RAT-FILE.
009830 1300-EXIT.
009840     EXIT.
009850
009860 1310-LOAD-RATE-ROW.
009870     READ DL330-RAT-FILE NEXT RECORD
009880         AT END
009890             SET DL330-EOF-RATES TO TRUE
009900             GO TO 1310-EXIT
009910     END-READ.
009920     IF DL330-WS-RATE-USED >= 200
009930         DISPLAY "WHATIF: RATE TABLE FULL, BRANCH "
009940             DL100-RAT-BRANCH " EFFECTIVE "
009950             DL100-RAT-EFF-DATE " IGNORED"
009960         SET DL330-TABLE-FILLED TO TRUE
009970         GO TO 1310-EXIT.
009980     ADD 1 TO DL330-WS-RATE-USED.
009990     MOVE DL330-WS-RATE-USED TO DL330-WS-RATE-FOUND.
010000     MOVE DL100-RAT-BRANCH
010010         TO DL330-WS-RT-BRANCH(DL330-WS-RATE-FOUND).
010020     MOVE DL100-RAT-EFF-DATE
010030         TO DL330-WS-RT-EFF(DL330-WS-RATE-FOUND).
010040     MOVE ZERO TO DL330-WS-RT-CARD-NO(DL330-WS-RATE-FOUND).
010050     MOVE DL100-RAT-STATUS
010060         TO DL330-WS-RT-STATUS(DL330-WS-RATE-FOUND, 1).
010070     IF DL100-RAT-MULTIPLIER NUMERIC
010080         MOVE DL100-RAT-MULTIPLIER
010090             TO DL330-WS-RT-RATE(DL330-WS-RATE-FOUND, 1)
010100     ELSE
010110         MOVE ZERO TO DL330-WS-RT-RATE(DL330-WS-RATE-FOUND, 1)
010120     END-IF.
010130     MOVE DL330-WS-RT-VIEW(DL330-WS-RATE-FOUND, 1)
010140         TO DL330-WS-RT-VIEW(DL330-WS-RATE-FOUND, 2).
010150 1310-EXIT.
010160     EXIT.
010170
010180***************************************************************
010190*  1350-FIND-RATE  --  LOOK UP THE SEARCH BRANCH AND
010200*                      EFFECTIVE DATE IN THE RATE TABLE.
010210*                      ZERO - NOT THERE.
010220***************************************************************
010230 1350-FIND-RATE.
010240     MOVE ZERO TO DL330-WS-RATE-FOUND.
010250     MOVE 1 TO DL330-WS-RATE-IDX.
010260     PERFORM 1360-TEST-RATE THRU 1360-EXIT
010270         UNTIL DL330-WS-RATE-FOUND > ZERO
010280         OR DL330-WS-RATE-IDX > DL330-WS-RATE-USED.
010290 1350-EXIT.
010300     EXIT.
010310
010320 1360-TEST-RATE.
010330     IF DL330-WS-RT-BRANCH(DL330-WS-RATE-IDX)
010340         = DL330-WS-SRCH-BRN-N
010350         AND DL330-WS-RT-EFF(DL330-WS-RATE-IDX)
010360             = DL330-WS-SRCH-EFF
010370         MOVE DL330-WS-RATE-IDX TO DL330-WS-RATE-FOUND
010380     ELSE
010390         ADD 1 TO DL330-WS-RATE-IDX
010400     END-IF.
010410 1360-EXIT.
010420     EXIT.
010430
010440***************************************************************
010450*  1400-LOAD-ACCT-MAP  --  LOAD THE BRANCH-TO-ACCOUNT MAPPING
010460*                          TABLE.  WITH NO MAP FILE THE GL
010470*                          IMPACT FALLS ON SUSPENSE, AS THE
010480*                          NIGHTLY POSTINGS WOULD.
010490***************************************************************
010500 1400-LOAD-ACCT-MAP.
010510     OPEN INPUT DL330-MAP-FILE.
010520     IF DL330-WS-MAP-STATUS NOT = "00"
010530         DISPLAY "WHATIF: ACCTMAP NOT AVAILABLE, STATUS = "
010540             DL330-WS-MAP-STATUS ", GL IMPACT TO SUSPENSE"
010550         GO TO 1400-EXIT.
010560     PERFORM 1410-LOAD-MAP-ROW THRU 1410-EXIT
010570         UNTIL DL330-EOF-MAP.
010580     CLOSE DL330-MAP-FILE.
010590 1400-EXIT.
010600     EXIT.
010610
010620 1410-LOAD-MAP-ROW.
010630     READ DL330-MAP-FILE
010640         AT END
010650             SET DL330-EOF-MAP TO TRUE
010660             GO TO 1410-EXIT
010670     END-READ.
010680     IF DL330-MAP-BRANCH NOT NUMERIC
010690         GO TO 1410-EXIT.
010700     IF DL330-WS-MAP-USED >= 50
010710         DISPLAY "WHATIF: ACCOUNT MAP TABLE FULL, ROW IGNORED"
010720         GO TO 1410-EXIT.
010730     ADD 1 TO DL330-WS-MAP-USED.
010740     MOVE DL330-MAP-BRANCH
010750         TO DL330-WS-MP-BRANCH(DL330-WS-MAP-USED).
010760     MOVE DL330-MAP-DR-ACCOUNT
010770         TO DL330-WS-MP-DR-ACCT(DL330-WS-MAP-USED).
010780     MOVE DL330-MAP-CR-ACCOUNT
010790         TO DL330-WS-MP-CR-ACCT(DL330-WS-MAP-USED).
010800 1410-EXIT.
010810     EXIT.
010820
010830 1450-FIND-MAP-ENTRY.
010840     MOVE ZERO TO DL330-WS-MAP-FOUND.
010850     MOVE 1 TO DL330-WS-MAP-IDX.
010860     PERFORM 1460-TEST-MAP-ENTRY THRU 1460-EXIT
010870         UNTIL DL330-WS-MAP-FOUND > ZERO
010880         OR DL330-WS-MAP-IDX > DL330-WS-MAP-USED.
010890 1450-EXIT.
010900     EXIT.
010910
010920 1460-TEST-MAP-ENTRY.
010930     IF DL330-WS-MP-BRANCH(DL330-WS-MAP-IDX)
010940         = DL330-WS-SRCH-BRN-N
010950         MOVE DL330-WS-MAP-IDX TO DL330-WS-MAP-FOUND
010960     ELSE
010970         ADD 1 TO DL330-WS-MAP-IDX
010980     END-IF.
010990 1460-EXIT.
011000     EXIT.
011010
011020***************************************************************
011030*  1500-APPLY-RULE-CARDS  --  APPLY THE PROPOSED RULE CARDS,
011040*                             IN ORDER, TO THE PROPOSED VIEW
011050*                             OF THE RULE ROWS AND LIST EACH
011060*                             WITH ITS OUTCOME.  NO CARD FILE
011070*                             IS NO RULE CHANGE.
011080***************************************************************
011090 1500-APPLY-RULE-CARDS.
011100     MOVE SPACES TO DL330-RPT-RECORD.
011110     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011120     MOVE "PROPOSED RULE CARDS (PRULCRDS)" TO DL330-RPT-RECORD.
011130     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011140     MOVE DL330-WS-RUL-COL-LINE TO DL330-RPT-RECORD.
011150     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011160     MOVE "N" TO DL330-WS-CRD-EOF-SW.
011170     OPEN INPUT DL330-PRU-FILE.
011180     IF DL330-WS-PRU-STATUS = "00"
011190         PERFORM 1510-APPLY-RULE-CARD THRU 1510-EXIT
011200             UNTIL DL330-EOF-CARDS
011210         CLOSE DL330-PRU-FILE
011220     END-IF.
011230     IF DL330-WS-RUL-CARD-COUNT = ZERO
011240         MOVE "  NONE - THE LIVE RULE ROWS STAND"
011250             TO DL330-RPT-RECORD
011260         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
011270     END-IF.
011280 1500-EXIT.
011290     EXIT.
011300
011310***************************************************************
011320*  1510-APPLY-RULE-CARD  --  CHECK ONE RULE CARD AS RULEMNT
011330*                            CHECKS IT, THEN APPLY IT TO THE
011340*                            PROPOSED VIEW AS RULEMNT WOULD
011350*                            APPLY IT TO THE FILE.
011360***************************************************************
011370 1510-APPLY-RULE-CARD.
011380     READ DL330-PRU-FILE
011390         AT END
011400             SET DL330-EOF-CARDS TO TRUE
011410             GO TO 1510-EXIT
011420     END-READ.
011430     ADD 1 TO DL330-WS-RUL-CARD-COUNT.
011440     MOVE DL330-WS-RUL-CARD-COUNT TO DL330-RC-NO.
011450     MOVE DL330-PRU-ACTION TO DL330-RC-ACTION.
011460     MOVE DL330-PRU-RECORD(2:8) TO DL330-RC-EFF.
011470     MOVE DL330-PRU-RECORD(10:7) TO DL330-RC-LOW.
011480     MOVE DL330-PRU-RECORD(17:7) TO DL330-RC-HIGH.
011490     MOVE DL330-PRU-USER TO DL330-RC-USER.
011500     IF DL330-PRU-EFF-DATE NOT NUMERIC
011510         MOVE "REJECTED - BAD EFFECTIVE DATE"
011520             TO DL330-WS-CARD-OUTCOME
011530         GO TO 1510-PRINT.
011540     IF NOT DL330-PRU-IS-ADD
011550         AND NOT DL330-PRU-IS-EXPIRE
011560         MOVE "REJECTED - UNKNOWN ACTION"
011570             TO DL330-WS-CARD-OUTCOME
011580         GO TO 1510-PRINT.
011590     IF DL330-PRU-IS-ADD
011600         AND (DL330-PRU-LOW-BOUND NOT NUMERIC
011610             OR DL330-PRU-HIGH-BOUND NOT NUMERIC
011620             OR DL330-PRU-LOW-BOUND > DL330-PRU-HIGH-BOUND)
011630         MOVE "REJECTED - BAD BOUNDS" TO DL330-WS-CARD-OUTCOME
011640         GO TO 1510-PRINT.
011650     IF DL330-PRU-USER = SPACES
011660         MOVE "REJECTED - NO USER ID" TO DL330-WS-CARD-OUTCOME
011670         GO TO 1510-PRINT.
011680     MOVE DL330-PRU-EFF-DATE TO DL330-WS-SRCH-EFF.
011690     PERFORM 1250-FIND-RULE THRU 1250-EXIT.
011700     IF DL330-PRU-IS-ADD
011710         PERFORM 1520-ADD-RULE-ROW THRU 1520-EXIT
011720     ELSE
011730         PERFORM 1530-EXPIRE-RULE-ROW THRU 1530-EXIT
011740     END-IF.
011750 1510-PRINT.
011760     IF DL330-WS-CARD-OUTCOME(1:9) = "SIMULATED"
011770         ADD 1 TO DL330-WS-CARD-SIM-COUNT
011780     ELSE
011790         ADD 1 TO DL330-WS-CARD-ERR-COUNT
011800     END-IF.
011810     MOVE DL330-WS-CARD-OUTCOME TO DL330-RC-OUTCOME.
011820     MOVE DL330-WS-RUL-CARD-LINE TO DL330-RPT-RECORD.
011830     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011840 1510-EXIT.
011850     EXIT.
011860
011870***************************************************************
011880*  1520-ADD-RULE-ROW  --  AN ACTIVE ROW ALREADY THERE FAILS
011890*                         THE CARD; AN EXPIRED ROW IS REVIVED
011900*                         WITH THE CARD'S BOUNDS; OTHERWISE A
011910*                         NEW ROW IS ADDED.
011920***************************************************************
011930 1520-ADD-RULE-ROW.
011940     IF DL330-WS-RUL-FOUND > ZERO
011950         IF DL330-WS-RU-STATUS(DL330-WS-RUL-FOUND, 2) = "A"
011960             OR DL330-WS-RU-STATUS(DL330-WS-RUL-FOUND, 2) = "X"
011970             MOVE "FAILS - ACTIVE ROW ON FILE"
011980                 TO DL330-WS-CARD-OUTCOME
011990             GO TO 1520-EXIT
012000         END-IF
012010         IF DL330-WS-RU-STATUS(DL330-WS-RUL-FOUND, 2) = "E"
012020             MOVE "SIMULATED - REVIVES ROW"
012030                 TO DL330-WS-CARD-OUTCOME
012040         ELSE
012050             MOVE "SIMULATED - NEW ROW"
012060                 TO DL330-WS-CARD-OUTCOME
012070         END-IF
012080     ELSE
012090         IF DL330-WS-RUL-USED >= 100
012100             MOVE "FAILS - RULE TABLE FULL"
012110                 TO DL330-WS-CARD-OUTCOME
012120             SET DL330-TABLE-FILLED TO TRUE
012130             GO TO 1520-EXIT
012140         END-IF
012150         ADD 1 TO DL330-WS-RUL-USED
012160         MOVE DL330-WS-RUL-USED TO DL330-WS-RUL-FOUND
012170         MOVE DL330-PRU-EFF-DATE
012180             TO DL330-WS-RU-KEY(DL330-WS-RUL-FOUND)
012190         MOVE SPACE
012200             TO DL330-WS-RU-STATUS(DL330-WS-RUL-FOUND, 1)
012210         MOVE ZERO TO DL330-WS-RU-LOW(DL330-WS-RUL-FOUND, 1)
012220         MOVE ZERO TO DL330-WS-RU-HIGH(DL330-WS-RUL-FOUND, 1)
012230         MOVE "SIMULATED - NEW ROW" TO DL330-WS-CARD-OUTCOME
012240     END-IF.
012250     MOVE DL330-WS-RUL-CARD-COUNT
012260         TO DL330-WS-RU-CARD-NO(DL330-WS-RUL-FOUND).
012270     MOVE "A" TO DL330-WS-RU-STATUS(DL330-WS-RUL-FOUND, 2).
012280     MOVE DL330-PRU-LOW-BOUND
012290         TO DL330-WS-RU-LOW(DL330-WS-RUL-FOUND, 2).
012300     MOVE DL330-PRU-HIGH-BOUND
012310         TO DL330-WS-RU-HIGH(DL330-WS-RUL-FOUND, 2).
012320 1520-EXIT.
012330     EXIT.
012340
012350***************************************************************
012360*  1530-EXPIRE-RULE-ROW  --  EXPIRE THE ROW FOR THE CARD'S
012370*                            DATE IN THE PROPOSED VIEW.
012380***************************************************************
012390 1530-EXPIRE-RULE-ROW.
012400     IF DL330-WS-RUL-FOUND = ZERO
012410         MOVE "FAILS - NO ROW ON FILE" TO DL330-WS-CARD-OUTCOME
012420         GO TO 1530-EXIT.
012430     IF DL330-WS-RU-STATUS(DL330-WS-RUL-FOUND, 2) = SPACE
012440         MOVE "FAILS - NO ROW ON FILE" TO DL330-WS-CARD-OUTCOME
012450         GO TO 1530-EXIT.
012460     IF DL330-WS-RU-STATUS(DL330-WS-RUL-FOUND, 2) = "E"
012470         MOVE "FAILS - ROW ALREADY EXPIRED"
012480             TO DL330-WS-CARD-OUTCOME
012490         GO TO 1530-EXIT.
012500     MOVE "E" TO DL330-WS-RU-STATUS(DL330-WS-RUL-FOUND, 2).
012510     MOVE DL330-WS-RUL-CARD-COUNT
012520         TO DL330-WS-RU-CARD-NO(DL330-WS-RUL-FOUND).
012530     MOVE "SIMULATED - EXPIRES ROW" TO DL330-WS-CARD-OUTCOME.
012540 1530-EXIT.
012550     EXIT.
012560
012570***************************************************************
012580*  1600-APPLY-RATE-CARDS  --  APPLY THE PROPOSED RATE CARDS,
012590*                             IN ORDER, TO THE PROPOSED VIEW
012600*                             OF THE RATE ROWS AND LIST EACH
012610*                             WITH ITS OUTCOME.  NO CARD FILE
012620*                             IS NO RATE CHANGE.
012630***************************************************************
012640 1600-APPLY-RATE-CARDS.
012650     MOVE SPACES TO DL330-RPT-RECORD.
012660     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012670     MOVE "PROPOSED RATE CARDS (PRATCRDS)" TO DL330-RPT-RECORD.
012680     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012690     MOVE DL330-WS-RAT-COL-LINE TO DL330-RPT-RECORD.
012700     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012710     MOVE "N" TO DL330-WS-CRD-EOF-SW.
012720     OPEN INPUT DL330-PRA-FILE.
012730     IF DL330-WS-PRA-STATUS = "00"
012740         PERFORM 1610-APPLY-RATE-CARD THRU 1610-EXIT
012750             UNTIL DL330-EOF-CARDS
012760         CLOSE DL330-PRA-FILE
012770     END-IF.
012780     IF DL330-WS-RAT-CARD-COUNT = ZERO
012790         MOVE "  NONE - THE LIVE RATE ROWS STAND"
012800             TO DL330-RPT-RECORD
012810         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
012820     END-IF.
012830 1600-EXIT.
012840     EXIT.
012850
012860***************************************************************
012870*  1610-APPLY-RATE-CARD  --  CHECK ONE RATE CARD AS RATEMNT
012880*                            CHECKS IT, THEN APPLY IT TO THE
012890*                            PROPOSED VIEW AS RATEMNT WOULD
012900*                            APPLY IT TO THE FILE.
012910***************************************************************
012920 1610-APPLY-RATE-CARD.
012930     READ DL330-PRA-FILE
012940         AT END
012950             SET DL330-EOF-CARDS TO TRUE
012960             GO TO 1610-EXIT
012970     END-READ.
012980     ADD 1 TO DL330-WS-RAT-CARD-COUNT.
012990     MOVE DL330-WS-RAT-CARD-COUNT TO DL330-AC-NO.
013000     MOVE DL330-PRA-ACTION TO DL330-AC-ACTION.
013010     MOVE DL330-PRA-RECORD(2:3) TO DL330-AC-BRANCH.
013020     MOVE DL330-PRA-RECORD(5:8) TO DL330-AC-EFF.
013030     MOVE DL330-PRA-RECORD(13:2) TO DL330-AC-RATE.
013040     MOVE DL330-PRA-USER TO DL330-AC-USER.
013050     IF DL330-PRA-BRANCH NOT NUMERIC
013060         OR DL330-PRA-BRANCH = ZERO
013070         OR DL330-PRA-EFF-DATE NOT NUMERIC
013080         MOVE "REJECTED - BAD BRANCH OR DATE"
013090             TO DL330-WS-CARD-OUTCOME
013100         GO TO 1610-PRINT.
013110     IF NOT DL330-PRA-IS-ADD
013120         AND NOT DL330-PRA-IS-EXPIRE
013130         MOVE "REJECTED - UNKNOWN ACTION"
013140             TO DL330-WS-CARD-OUTCOME
013150         GO TO 1610-PRINT.
013160     IF DL330-PRA-IS-ADD
013170         AND (DL330-PRA-MULTIPLIER NOT NUMERIC
013180             OR DL330-PRA-MULTIPLIER = ZERO)
013190         MOVE "REJECTED - BAD MULTIPLIER"
013200             TO DL330-WS-CARD-OUTCOME
013210         GO TO 1610-PRINT.
013220     IF DL330-PRA-USER = SPACES
013230         MOVE "REJECTED - NO USER ID" TO DL330-WS-CARD-OUTCOME
013240         GO TO 1610-PRINT.
013250     MOVE DL330-PRA-BRANCH TO DL330-WS-SRCH-BRN-N.
013260     MOVE DL330-PRA-EFF-DATE TO DL330-WS-SRCH-EFF.
013270     PERFORM 1350-FIND-RATE THRU 1350-EXIT.
013280     IF DL330-PRA-IS-ADD
013290         PERFORM 1620-ADD-RATE-ROW THRU 1620-EXIT
013300     ELSE
013310         PERFORM 1630-EXPIRE-RATE-ROW THRU 1630-EXIT
013320     END-IF.
013330 1610-PRINT.
013340     IF DL330-WS-CARD-OUTCOME(1:9) = "SIMULATED"
013350         ADD 1 TO DL330-WS-CARD-SIM-COUNT
013360     ELSE
013370         ADD 1 TO DL330-WS-CARD-ERR-COUNT
013380     END-IF.
013390     MOVE DL330-WS-CARD-OUTCOME TO DL330-AC-OUTCOME.
013400     MOVE DL330-WS-RAT-CARD-LINE TO DL330-RPT-RECORD.
013410     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013420 1610-EXIT.
013430     EXIT.
013440
013450***************************************************************
013460*  1620-ADD-RATE-ROW  --  AN ACTIVE ROW ALREADY THERE FAILS
013470*                         THE CARD; AN EXPIRED ROW IS REVIVED
013480*                         WITH THE CARD'S MULTIPLIER;
013490*                         OTHERWISE A NEW ROW IS ADDED.
013500***************************************************************
013510 1620-ADD-RATE-ROW.
013520     IF DL330-WS-RATE-FOUND > ZERO
013530         IF DL330-WS-RT-STATUS(DL330-WS-RATE-FOUND, 2) = "A"
013540             MOVE "FAILS - ACTIVE ROW ON FILE"
013550                 TO DL330-WS-CARD-OUTCOME
013560             GO TO 1620-EXIT
013570         END-IF
013580         IF DL330-WS-RT-STATUS(DL330-WS-RATE-FOUND, 2) = "E"
013590             MOVE "SIMULATED - REVIVES ROW"
013600                 TO DL330-WS-CARD-OUTCOME
013610         ELSE
013620             MOVE "SIMULATED - NEW ROW"
013630                 TO DL330-WS-CARD-OUTCOME
013640         END-IF
013650     ELSE
013660         IF DL330-WS-RATE-USED >= 200
013670             MOVE "FAILS - RATE TABLE FULL"
013680                 TO DL330-WS-CARD-OUTCOME
013690             SET DL330-TABLE-FILLED TO TRUE
013700             GO TO 1620-EXIT
013710         END-IF
013720         ADD 1 TO DL330-WS-RATE-USED
013730         MOVE DL330-WS-RATE-USED TO DL330-WS-RATE-FOUND
013740         MOVE DL330-PRA-BRANCH
013750             TO DL330-WS-RT-BRANCH(DL330-WS-RATE-FOUND)
013760         MOVE DL330-PRA-EFF-DATE
013770             TO DL330-WS-RT-EFF(DL330-WS-RATE-FOUND)
013780         MOVE SPACE
013790             TO DL330-WS-RT-STATUS(DL330-WS-RATE-FOUND, 1)
013800         MOVE ZERO TO DL330-WS-RT-RATE(DL330-WS-RATE-FOUND, 1)
013810         MOVE "SIMULATED - NEW ROW" TO DL330-WS-CARD-OUTCOME
013820     END-IF.
013830     MOVE DL330-WS-RAT-CARD-COUNT
013840         TO DL330-WS-RT-CARD-NO(DL330-WS-RATE-FOUND).
013850     MOVE "A" TO DL330-WS-RT-STATUS(DL330-WS-RATE-FOUND, 2).
013860     MOVE DL330-PRA-MULTIPLIER
013870         TO DL330-WS-RT-RATE(DL330-WS-RATE-FOUND, 2).
013880 1620-EXIT.
013890     EXIT.
013900
013910***************************************************************
013920*  1630-EXPIRE-RATE-ROW  --  EXPIRE THE ROW FOR THE CARD'S
013930*                            BRANCH AND DATE IN THE PROPOSED
013940*                            VIEW.
013950***************************************************************
013960 1630-EXPIRE-RATE-ROW.
013970     IF DL330-WS-RATE-FOUND = ZERO
013980         MOVE "FAILS - NO ROW ON FILE" TO DL330-WS-CARD-OUTCOME
013990         GO TO 1630-EXIT.
014000     IF DL330-WS-RT-STATUS(DL330-WS-RATE-FOUND, 2) = SPACE
014010         MOVE "FAILS - NO ROW ON FILE" TO DL330-WS-CARD-OUTCOME
014020         GO TO 1630-EXIT.
014030     IF DL330-WS-RT-STATUS(DL330-WS-RATE-FOUND, 2) = "E"
014040         MOVE "FAILS - ROW ALREADY EXPIRED"
014050             TO DL330-WS-CARD-OUTCOME
014060         GO TO 1630-EXIT.
014070     MOVE "E" TO DL330-WS-RT-STATUS(DL330-WS-RATE-FOUND, 2).
014080     MOVE DL330-WS-RAT-CARD-COUNT
014090         TO DL330-WS-RT-CARD-NO(DL330-WS-RATE-FOUND).
014100     MOVE "SIMULATED - EXPIRES ROW" TO DL330-WS-CARD-OUTCOME.
014110 1630-EXIT.
014120     EXIT.
014130
014140***************************************************************
014150*  2000-REPLAY-ARCHIVE  --  READ THE ARCHIVED BATCHES AND
014160*                           REPLAY THE FIRST ONE FOR EACH
014170*                           BUSINESS DATE IN THE RANGE.
014180***************************************************************
014190 2000-REPLAY-ARCHIVE.
014200     OPEN INPUT DL330-DCA-FILE.
014210     IF DL330-WS-DCA-STATUS NOT = "00"
014220         DISPLAY "WHATIF: UNABLE TO OPEN DCNTARCH, STATUS = "
014230             DL330-WS-DCA-STATUS
014240         MOVE 0016 TO DL330-WS-RETURN-CODE
014250         GO TO 2000-EXIT.
014260     PERFORM 2010-READ-ARCHIVE THRU 2010-EXIT
014270         UNTIL DL330-EOF-ARCHIVE.
014280     CLOSE DL330-DCA-FILE.
014290 2000-EXIT.
014300     EXIT.
014310
014320 2010-READ-ARCHIVE.
014330     READ DL330-DCA-FILE INTO DL100-IN-RECORD
014340         AT END
014350             SET DL330-EOF-ARCHIVE TO TRUE
014360             GO TO 2010-EXIT
014370     END-READ.
014380     EVALUATE TRUE
014390         WHEN DL100-IN-IS-HDR
014400             PERFORM 2100-START-BATCH THRU 2100-EXIT
014410         WHEN DL100-IN-IS-DET
014420             IF DL330-REPLAYING-BATCH
014430                 PERFORM 3000-REPLAY-DETAIL THRU 3000-EXIT
014440             END-IF
014450         WHEN DL100-IN-IS-TRL
014460             MOVE "N" TO DL330-WS-REPLAY-SW
014470         WHEN OTHER
014480             CONTINUE
014490     END-EVALUATE.
014500 2010-EXIT.
014510     EXIT.
014520
014530***************************************************************
014540*  2100-START-BATCH  --  A HEADER FOR A DATE IN THE RANGE NOT
014550*                        YET SEEN STARTS A REPLAY: THE RULE
014560*                        ROW IN EFFECT FOR THE DATE IS PICKED
014570*                        FOR EACH VIEW.  A LATER BATCH FOR A
014580*                        DATE ALREADY SEEN - REFUSED BY THE
014590*                        NIGHTLY RUN, OR A FORCED RERUN THAT
014600*                        WROTE NO REJECTS - IS SKIPPED.
014610***************************************************************
014620 2100-START-BATCH.
014630     MOVE "N" TO DL330-WS-REPLAY-SW.
014640     ADD 1 TO DL330-WS-BATCH-COUNT.
014650     IF DL100-IN-HDR-DATE NOT NUMERIC
014660         ADD 1 TO DL330-WS-OUT-RANGE-COUNT
014670         GO TO 2100-EXIT.
014680     IF DL100-IN-HDR-DATE < DL330-WS-FROM-DATE
014690         OR DL100-IN-HDR-DATE > DL330-WS-TO-DATE
014700         ADD 1 TO DL330-WS-OUT-RANGE-COUNT
014710         GO TO 2100-EXIT.
014720     MOVE DL100-IN-HDR-DATE TO DL330-WS-SRCH-DATE.
014730     PERFORM 2150-FIND-DATE THRU 2150-EXIT.
014740     IF DL330-WS-DT-FOUND > ZERO
014750         ADD 1 TO DL330-WS-REPEAT-COUNT
014760         GO TO 2100-EXIT.
014770     IF DL330-WS-DT-USED >= 62
014780         DISPLAY "WHATIF: DATE TABLE FULL, BUSINESS DATE "
014790             DL330-WS-SRCH-DATE " NOT REPLAYED"
014800         SET DL330-TABLE-FILLED TO TRUE
014810         GO TO 2100-EXIT.
014820     ADD 1 TO DL330-WS-DT-USED.
014830     MOVE DL330-WS-DT-USED TO DL330-WS-DT-FOUND.
014840     MOVE DL330-WS-SRCH-DATE
014850         TO DL330-WS-DT-DATE(DL330-WS-DT-FOUND).
014860     MOVE DL330-WS-SRCH-DATE TO DL330-WS-BUS-DATE.
014870     ADD 1 TO DL330-WS-REPLAY-COUNT.
014880     SET DL330-REPLAYING-BATCH TO TRUE.
014890     MOVE 1 TO DL330-WS-VIEW.
014900     PERFORM 2200-SELECT-RULE THRU 2200-EXIT.
014910     MOVE 2 TO DL330-WS-VIEW.
014920     PERFORM 2200-SELECT-RULE THRU 2200-EXIT.
014930 2100-EXIT.
014940     EXIT.
014950
014960 2150-FIND-DATE.
014970     MOVE ZERO TO DL330-WS-DT-FOUND.
014980     MOVE 1 TO DL330-WS-DT-IDX.
014990     PERFORM 2160-TEST-DATE THRU 2160-EXIT
015000         UNTIL DL330-WS-DT-FOUND > ZERO
015010         OR DL330-WS-DT-IDX > DL330-WS-DT-USED.
015020 2150-EXIT.
015030     EXIT.
015040
015050 2160-TEST-DATE.
015060     IF DL330-WS-DT-DATE(DL330-WS-DT-IDX) = DL330-WS-SRCH-DATE
015070         MOVE DL330-WS-DT-IDX TO DL330-WS-DT-FOUND
015080     ELSE
015090         ADD 1 TO DL330-WS-DT-IDX
015100     END-IF.
015110 2160-EXIT.
015120     EXIT.
015130
015140***************************************************************
015150*  2200-SELECT-RULE  --  PICK THE RULE ROW FOR THE BATCH IN
015160*                        THE VIEW: THE LATEST ACTIVE ROW WITH
015170*                        NUMERIC BOUNDS EFFECTIVE ON OR BEFORE
015180*                        THE BUSINESS DATE, AS 1165-SELECT-
015190*                        RULE PICKS IT IN THE NIGHTLY RUN, OR
015200*                        THE COMPILED-IN BOUNDS.  WITH THE
015210*                        CARDS IN FORCE THE LAST ACTIVE
015220*                        PROPOSED ROW WINS OUTRIGHT.
015230***************************************************************
015240 2200-SELECT-RULE.
015250     MOVE DL330-WS-DEFAULT-RULE TO DL330-WS-RULE-FIELDS.
015260     MOVE ZERO TO DL330-WS-RULE-CARD-BEST.
015270     IF DL330-VIEW-PROPOSED AND DL330-MODE-IN-FORCE
015280         MOVE 1 TO DL330-WS-RUL-IDX
015290         PERFORM 2210-TEST-PROPOSED-RULE THRU 2210-EXIT
015300             UNTIL DL330-WS-RUL-IDX > DL330-WS-RUL-USED
015310     END-IF.
015320     IF DL330-WS-RULE-CARD-BEST = ZERO
015330         MOVE 1 TO DL330-WS-RUL-IDX
015340         PERFORM 2220-TEST-RULE-ENTRY THRU 2220-EXIT
015350             UNTIL DL330-WS-RUL-IDX > DL330-WS-RUL-USED
015360     END-IF.
015370     MOVE DL330-WS-RULE-FIELDS
015380         TO DL330-WS-VIEW-RULE(DL330-WS-VIEW).
015390     MOVE DL330-WS-LOW-BOUND
015400         TO DL330-WS-DT-LOW(DL330-WS-DT-FOUND, DL330-WS-VIEW).
015410     MOVE DL330-WS-HIGH-BOUND
015420         TO DL330-WS-DT-HIGH(DL330-WS-DT-FOUND, DL330-WS-VIEW).
015430 2200-EXIT.
015440     EXIT.
015450
015460 2210-TEST-PROPOSED-RULE.
015470     IF DL330-WS-RU-CARD-NO(DL330-WS-RUL-IDX)
015480         > DL330-WS-RULE-CARD-BEST
015490         AND DL330-WS-RU-STATUS(DL330-WS-RUL-IDX, 2) = "A"
015500         MOVE DL330-WS-RU-CARD-NO(DL330-WS-RUL-IDX)
015510             TO DL330-WS-RULE-CARD-BEST
015520         MOVE DL330-WS-RU-KEY(DL330-WS-RUL-IDX)
015530             TO DL330-WS-RULE-EFF-DATE
015540         MOVE DL330-WS-RU-LOW(DL330-WS-RUL-IDX, 2)
015550             TO DL330-WS-LOW-BOUND
015560         MOVE DL330-WS-RU-HIGH(DL330-WS-RUL-IDX, 2)
015570             TO DL330-WS-HIGH-BOUND
015580     END-IF.
015590     ADD 1 TO DL330-WS-RUL-IDX.
015600 2210-EXIT.
015610     EXIT.
015620
015630 2220-TEST-RULE-ENTRY.
015640     IF DL330-WS-RU-STATUS(DL330-WS-RUL-IDX, DL330-WS-VIEW)
015650         = "A"
015660         AND DL330-WS-RU-KEY(DL330-WS-RUL-IDX)
015670             NOT > DL330-WS-BUS-DATE
015680         AND DL330-WS-RU-KEY(DL330-WS-RUL-IDX)
015690             >= DL330-WS-RULE-EFF-DATE
015700         MOVE DL330-WS-RU-KEY(DL330-WS-RUL-IDX)
015710             TO DL330-WS-RULE-EFF-DATE
015720         MOVE DL330-WS-RU-LOW(DL330-WS-RUL-IDX, DL330-WS-VIEW)
015730             TO DL330-WS-LOW-BOUND
015740         MOVE DL330-WS-RU-HIGH(DL330-WS-RUL-IDX, DL330-WS-VIEW)
015750             TO DL330-WS-HIGH-BOUND
015760     END-IF.
015770     ADD 1 TO DL330-WS-RUL-IDX.
015780 2220-EXIT.
015790     EXIT.
015800
015810***************************************************************
015820*  3000-REPLAY-DETAIL  --  VALIDATE AND RATE ONE ARCHIVED
015830*                          DETAIL IN BOTH VIEWS AND ADD THE
015840*                          OUTCOMES TO ITS DATE AND BRANCH.
015850*                          A DETAIL THAT PASSES NOW BUT FAILS
015860*                          WITH THE CARDS IS A REJECT GAINED;
015870*                          ONE THAT FAILS NOW BUT PASSES IS A
015880*                          REJECT LOST.
015890***************************************************************
015900 3000-REPLAY-DETAIL.
015910     ADD 1 TO DL330-WS-DETAIL-COUNT.
015920     MOVE DL330-WS-BUS-DATE TO DL330-WS-SRCH-DATE.
015930     MOVE DL100-IN-DET-DATA(8:3) TO DL330-WS-SRCH-BRANCH.
015940     PERFORM 3200-FIND-ENTRY THRU 3200-EXIT.
015950     IF DL330-WS-ENT-FOUND = ZERO
015960         PERFORM 3250-ADD-ENTRY THRU 3250-EXIT.
015970     IF DL330-WS-ENT-FOUND = ZERO
015980         GO TO 3000-EXIT.
015990     ADD 1 TO DL330-WS-EN-DETAILS(DL330-WS-ENT-FOUND).
016000     MOVE 1 TO DL330-WS-VIEW.
016010     PERFORM 3010-RUN-VIEW THRU 3010-EXIT.
016020     MOVE 2 TO DL330-WS-VIEW.
016030     PERFORM 3010-RUN-VIEW THRU 3010-EXIT.
016040     IF DL330-RS-IS-VALID(1)
016050         AND NOT DL330-RS-IS-VALID(2)
016060         ADD 1 TO DL330-WS-EN-GAINED(DL330-WS-ENT-FOUND)
016070         MOVE DL330-WS-RS-REASON(2) TO DL330-WS-RSN-CHAR
016080         ADD 1 TO DL330-WS-RSN-GAINED(DL330-WS-RSN-IDX)
016090     END-IF.
016100     IF DL330-RS-IS-VALID(2)
016110         AND NOT DL330-RS-IS-VALID(1)
016120         ADD 1 TO DL330-WS-EN-LOST(DL330-WS-ENT-FOUND)
016130         MOVE DL330-WS-RS-REASON(1) TO DL330-WS-RSN-CHAR
016140         ADD 1 TO DL330-WS-RSN-LOST(DL330-WS-RSN-IDX)
016150     END-IF.
016160 3000-EXIT.
016170     EXIT.
016180
016190***************************************************************
016200*  3010-RUN-VIEW  --  VALIDATE THE DETAIL UNDER THE VIEW'S
016210*                     RULE ROW.  A VALID DETAIL SETTLES AND
016220*                     POSTS ONE GL PAIR FOR A TIMES ITS RATE.
016230***************************************************************
016240 3010-RUN-VIEW.
016250     MOVE DL330-WS-VIEW-RULE(DL330-WS-VIEW)
016260         TO DL330-WS-RULE-FIELDS.
016270     PERFORM 3050-VALIDATE-DETAIL THRU 3050-EXIT.
016280     MOVE DL330-WS-VALID-SWITCH
016290         TO DL330-WS-RS-VALID(DL330-WS-VIEW).
016300     MOVE DL330-WS-REASON-SW
016310         TO DL330-WS-RS-REASON(DL330-WS-VIEW).
016320     MOVE ZERO TO DL330-WS-RS-AMOUNT(DL330-WS-VIEW).
016330     IF DL330-DETAIL-IS-VALID
016340         MULTIPLY DL100-IN-A BY DL330-WS-DET-RATE
016350             GIVING DL330-WS-RS-AMOUNT(DL330-WS-VIEW)
016360         ADD 1 TO DL330-WS-EN-PAIRS(DL330-WS-ENT-FOUND,
016370             DL330-WS-VIEW)
016380         ADD DL330-WS-RS-AMOUNT(DL330-WS-VIEW)
016390             TO DL330-WS-EN-SETTLED(DL330-WS-ENT-FOUND,
016400                 DL330-WS-VIEW)
016410     ELSE
016420         ADD 1 TO DL330-WS-EN-REJ(DL330-WS-ENT-FOUND,
016430             DL330-WS-VIEW)
016440     END-IF.
016450 3010-EXIT.
016460     EXIT.
016470
016480***************************************************************
016490*  3050-VALIDATE-DETAIL  --  THE NIGHTLY RUN'S DETAIL CHECKS,
016500*                            IN THE SAME ORDER: VOLUME
016510*                            NUMERIC, BRANCH NUMERIC, BRANCH
016520*                            ON THE MASTER AND OPEN, VOLUME
016530*                            IN RANGE, THEN THE PRODUCT AT
016540*                            THE RESOLVED RATE FITS.
016550***************************************************************
016560 3050-VALIDATE-DETAIL.
016570     SET DL330-DETAIL-IS-VALID TO TRUE.
016580     MOVE SPACE TO DL330-WS-REASON-SW.
016590     MOVE ZERO TO DL330-WS-DET-RATE.
016600     IF DL100-IN-A NOT NUMERIC
016610         SET DL330-DETAIL-IS-INVALID TO TRUE
016620         SET DL330-REASON-NONNUM TO TRUE
016630         GO TO 3050-EXIT.
016640     IF DL100-IN-DET-BRANCH NOT NUMERIC
016650         SET DL330-DETAIL-IS-INVALID TO TRUE
016660         SET DL330-REASON-BRANCH TO TRUE
016670         GO TO 3050-EXIT.
016680*    A BRANCH NOT OPEN ON THE MASTER TODAY WAS STILL OPEN ON
016690*    A DATE BEFORE IT WAS MERGED OR CLOSED.
016700     IF DL330-BRNM-LOADED
016710         MOVE DL100-IN-DET-BRANCH TO DL330-WS-SRCH-BRN-N
016720         PERFORM 1150-FIND-BRN-ENTRY THRU 1150-EXIT
016730         IF DL330-WS-BRNM-FOUND = ZERO
016740             SET DL330-DETAIL-IS-INVALID TO TRUE
016750             SET DL330-REASON-BRNSTS TO TRUE
016760             GO TO 3050-EXIT
016770         END-IF
016780         IF NOT DL330-BM-IS-OPEN(DL330-WS-BRNM-FOUND)
016790             AND DL330-WS-BM-STS-DATE(DL330-WS-BRNM-FOUND)
016800                 NOT > DL330-WS-BUS-DATE
016810             SET DL330-DETAIL-IS-INVALID TO TRUE
016820             SET DL330-REASON-BRNSTS TO TRUE
016830             GO TO 3050-EXIT
016840         END-IF
016850     END-IF.
016860     IF DL100-IN-A < DL330-WS-LOW-BOUND
016870         OR DL100-IN-A > DL330-WS-HIGH-BOUND
016880         SET DL330-DETAIL-IS-INVALID TO TRUE
016890         SET DL330-REASON-RANGE TO TRUE
016900         GO TO 3050-EXIT.
016910     PERFORM 3085-RESOLVE-RATE THRU 3085-EXIT.
016920     MULTIPLY DL100-IN-A BY DL330-WS-DET-RATE
016930         GIVING DL330-WS-TEST-PRODUCT
016940         ON SIZE ERROR
016950             SET DL330-DETAIL-IS-INVALID TO TRUE
016960             SET DL330-REASON-OVRFLO TO TRUE
016970     END-MULTIPLY.
016980 3050-EXIT.
016990     EXIT.
017000
017010***************************************************************
017020*  3085-RESOLVE-RATE  --  THE ACTIVE RATE ROW FOR THE
017030*                         DETAIL'S BRANCH WITH THE LATEST
017040*                         EFFECTIVE DATE ON OR BEFORE THE
017050*                         BUSINESS DATE, IN THE VIEW, OR THE
017060*                         DEFAULT RATE.  WITH THE CARDS IN
017070*                         FORCE THE BRANCH'S LAST ACTIVE
017080*                         PROPOSED ROW WINS OUTRIGHT.
017090***************************************************************
017100 3085-RESOLVE-RATE.
017110     MOVE DL330-WS-MULTIPLIER TO DL330-WS-DET-RATE.
017120     MOVE ZERO TO DL330-WS-RATE-BEST.
017130     MOVE ZERO TO DL330-WS-RATE-CARD-BEST.
017140     IF DL330-VIEW-PROPOSED AND DL330-MODE-IN-FORCE
017150         MOVE 1 TO DL330-WS-RATE-IDX
017160         PERFORM 3087-TEST-PROPOSED-RATE THRU 3087-EXIT
017170             UNTIL DL330-WS-RATE-IDX > DL330-WS-RATE-USED
017180         IF DL330-WS-RATE-CARD-BEST > ZERO
017190             GO TO 3085-EXIT
017200         END-IF
017210     END-IF.
017220     MOVE 1 TO DL330-WS-RATE-IDX.
017230     PERFORM 3086-TEST-RATE-ENTRY THRU 3086-EXIT
017240         UNTIL DL330-WS-RATE-IDX > DL330-WS-RATE-USED.
017250 3085-EXIT.
017260     EXIT.
017270
017280 3086-TEST-RATE-ENTRY.
017290     IF DL330-WS-RT-BRANCH(DL330-WS-RATE-IDX)
017300         = DL100-IN-DET-BRANCH
017310         AND DL330-WS-RT-STATUS(DL330-WS-RATE-IDX,
017320             DL330-WS-VIEW) = "A"
017330         AND DL330-WS-RT-RATE(DL330-WS-RATE-IDX,
017340             DL330-WS-VIEW) > ZERO
017350         AND DL330-WS-RT-EFF(DL330-WS-RATE-IDX)
017360             NOT > DL330-WS-BUS-DATE
017370         AND DL330-WS-RT-EFF(DL330-WS-RATE-IDX)
017380             >= DL330-WS-RATE-BEST
017390         MOVE DL330-WS-RT-EFF(DL330-WS-RATE-IDX)
017400             TO DL330-WS-RATE-BEST
017410         MOVE DL330-WS-RT-RATE(DL330-WS-RATE-IDX,
017420             DL330-WS-VIEW) TO DL330-WS-DET-RATE
017430     END-IF.
017440     ADD 1 TO DL330-WS-RATE-IDX.
017450 3086-EXIT.
017460     EXIT.
017470
017480 3087-TEST-PROPOSED-RATE.
017490     IF DL330-WS-RT-BRANCH(DL330-WS-RATE-IDX)
017500         = DL100-IN-DET-BRANCH
017510         AND DL330-WS-RT-CARD-NO(DL330-WS-RATE-IDX)
017520             > DL330-WS-RATE-CARD-BEST
017530         AND DL330-WS-RT-STATUS(DL330-WS-RATE-IDX, 2) = "A"
017540         MOVE DL330-WS-RT-CARD-NO(DL330-WS-RATE-IDX)
017550             TO DL330-WS-RATE-CARD-BEST
017560         MOVE DL330-WS-RT-RATE(DL330-WS-RATE-IDX, 2)
017570             TO DL330-WS-DET-RATE
017580     END-IF.
017590     ADD 1 TO DL330-WS-RATE-IDX.
017600 3087-EXIT.
017610     EXIT.
017620
017630***************************************************************
017640*  3200-FIND-ENTRY  --  LOOK UP THE SEARCH DATE AND BRANCH IN
017650*                       THE IMPACT TABLE.  ZERO - NOT THERE.
017660***************************************************************
017670 3200-FIND-ENTRY.
017680     MOVE ZERO TO DL330-WS-ENT-FOUND.
017690     MOVE 1 TO DL330-WS-ENT-IDX.
017700     PERFORM 3210-TEST-ENTRY THRU 3210-EXIT
017710         UNTIL DL330-WS-ENT-FOUND > ZERO
017720         OR DL330-WS-ENT-IDX > DL330-WS-ENT-USED.
017730 3200-EXIT.
017740     EXIT.
017750
017760 3210-TEST-ENTRY.
017770     IF DL330-WS-EN-DATE(DL330-WS-ENT-IDX)
017780         = DL330-WS-SRCH-DATE
017790         AND DL330-WS-EN-BRANCH(DL330-WS-ENT-IDX)
017800             = DL330-WS-SRCH-BRANCH
017810         MOVE DL330-WS-ENT-IDX TO DL330-WS-ENT-FOUND
017820     ELSE
017830         ADD 1 TO DL330-WS-ENT-IDX
017840     END-IF.
017850 3210-EXIT.
017860     EXIT.
017870
017880***************************************************************
017890*  3250-ADD-ENTRY  --  ADD A FRESH ENTRY FOR THE SEARCH DATE
017900*                      AND BRANCH (THE TABLE WAS ZEROED AT
017910*                      START-UP).  ZERO MEANS THE TABLE IS
017920*                      FULL.
017930***************************************************************
017940 3250-ADD-ENTRY.
017950     MOVE ZERO TO DL330-WS-ENT-FOUND.
017960     IF DL330-WS-ENT-USED >= 2000
017970         IF NOT DL330-TABLE-FILLED
017980             DISPLAY "WHATIF: IMPACT TABLE FULL, BRANCH "
017990                 DL330-WS-SRCH-BRANCH " DATE "
018000                 DL330-WS-SRCH-DATE " NOT REPLAYED"
018010         END-IF
018020         SET DL330-TABLE-FILLED TO TRUE
018030         GO TO 3250-EXIT.
018040     ADD 1 TO DL330-WS-ENT-USED.
018050     MOVE DL330-WS-ENT-USED TO DL330-WS-ENT-FOUND.
018060     MOVE DL330-WS-SRCH-DATE
018070         TO DL330-WS-EN-DATE(DL330-WS-ENT-FOUND).
018080     MOVE DL330-WS-SRCH-BRANCH
018090         TO DL330-WS-EN-BRANCH(DL330-WS-ENT-FOUND).
018100 3250-EXIT.
018110     EXIT.
018120
018130***************************************************************
018140*  4000-COUNT-POSTED-REJECTS  --  COUNT THE REJECTS ACTUALLY
018150*                                 WRITTEN FOR EACH DATE
018160*                                 REPLAYED, FROM THE ARCHIVED
018170*                                 REJECTS AND THEN THE LIVE
018180*                                 FILE.  NO LIVE FILE LEAVES
018190*                                 THE CHECK OFF THE REPORT.
018200***************************************************************
018210 4000-COUNT-POSTED-REJECTS.
018220     MOVE "N" TO DL330-WS-REJ-EOF-SW.
018230     OPEN INPUT DL330-RJA-FILE.
018240     IF DL330-WS-RJA-STATUS = "00"
018250         PERFORM 4010-READ-REJ-ARCHIVE THRU 4010-EXIT
018260             UNTIL DL330-EOF-REJECTS
018270         CLOSE DL330-RJA-FILE
018280     ELSE
018290         DISPLAY "WHATIF: REJARCH NOT AVAILABLE, STATUS = "
018300             DL330-WS-RJA-STATUS ", LIVE REJECTS ONLY"
018310     END-IF.
018320     MOVE "N" TO DL330-WS-REJ-EOF-SW.
018330     OPEN INPUT DL330-REJ-FILE.
018340     IF DL330-WS-REJ-STATUS NOT = "00"
018350         DISPLAY "WHATIF: REJECTDD NOT AVAILABLE, STATUS = "
018360             DL330-WS-REJ-STATUS ", POSTED REJECTS NOT CHECKED"
018370         GO TO 4000-EXIT.
018380     SET DL330-POSTED-KNOWN TO TRUE.
018390     PERFORM 4020-READ-REJ-LIVE THRU 4020-EXIT
018400         UNTIL DL330-EOF-REJECTS.
018410     CLOSE DL330-REJ-FILE.
018420 4000-EXIT.
018430     EXIT.
018440
018450 4010-READ-REJ-ARCHIVE.
018460     READ DL330-RJA-FILE INTO DL100-REJ-RECORD
018470         AT END
018480             SET DL330-EOF-REJECTS TO TRUE
018490             GO TO 4010-EXIT
018500     END-READ.
018510     PERFORM 4100-TAKE-REJECT THRU 4100-EXIT.
018520 4010-EXIT.
018530     EXIT.
018540
018550 4020-READ-REJ-LIVE.
018560     READ DL330-REJ-FILE INTO DL100-REJ-RECORD
018570         AT END
018580             SET DL330-EOF-REJECTS TO TRUE
018590             GO TO 4020-EXIT
018600     END-READ.
018610     PERFORM 4100-TAKE-REJECT THRU 4100-EXIT.
018620 4020-EXIT.
018630     EXIT.
018640
018650 4100-TAKE-REJECT.
018660     IF DL100-REJ-RUN-DATE NOT NUMERIC
018670         GO TO 4100-EXIT.
018680     MOVE DL100-REJ-RUN-DATE TO DL330-WS-SRCH-DATE.
018690     PERFORM 2150-FIND-DATE THRU 2150-EXIT.
018700     IF DL330-WS-DT-FOUND > ZERO
018710         ADD 1 TO DL330-WS-DT-POSTED(DL330-WS-DT-FOUND)
018720         ADD 1 TO DL330-WS-POSTED-COUNT
018730     END-IF.
018740 4100-EXIT.
018750     EXIT.
018760
018770***************************************************************
018780*  6000-REPORT-IMPACT  --  PRINT THE IMPACT BY BUSINESS DATE,
018790*                          DATES IN ORDER, BRANCHES IN ORDER
018800*                          WITHIN A DATE, THEN THE RANGE
018810*                          TOTAL.
018820***************************************************************
018830 6000-REPORT-IMPACT.
018840     MOVE SPACES TO DL330-RPT-RECORD.
018850     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
018860     IF DL330-WS-DT-USED = ZERO
018870         MOVE "NO ARCHIVED BATCH FOR THE DATES REQUESTED"
018880             TO DL330-RPT-RECORD
018890         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
018900         DISPLAY "WHATIF: NO ARCHIVED BATCH FOR "
018910             DL330-WS-FROM-DATE " TO " DL330-WS-TO-DATE
018920         IF DL330-WS-RETURN-CODE < 0004
018930             MOVE 0004 TO DL330-WS-RETURN-CODE
018940         END-IF
018950         GO TO 6000-EXIT.
018960     MOVE DL330-WS-COL-LINE-1 TO DL330-RPT-RECORD.
018970     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
018980     MOVE DL330-WS-COL-LINE-2 TO DL330-RPT-RECORD.
018990     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
019000     MOVE ZERO TO DL330-WS-LAST-DATE.
019010     MOVE 1 TO DL330-WS-DT-NEXT.
019020     PERFORM 6010-PRINT-NEXT-DATE THRU 6010-EXIT
019030         UNTIL DL330-WS-DT-NEXT = ZERO.
019040     MOVE SPACES TO DL330-RPT-RECORD.
019050     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
019060     MOVE "RANGE TOTAL" TO DL330-TL-LABEL.
019070     MOVE 2 TO DL330-WS-TOT-IDX.
019080     PERFORM 6300-PRINT-TOTAL THRU 6300-EXIT.
019090 6000-EXIT.
019100     EXIT.
019110
019120***************************************************************
019130*  6010-PRINT-NEXT-DATE  --  FIND THE LOWEST DATE AFTER THE
019140*                            LAST ONE PRINTED AND PRINT IT:
019150*                            ITS BOUNDS, A LINE PER BRANCH,
019160*                            THE DATE TOTAL, AND THE CHECK OF
019170*                            THE REPLAY AT LIVE ROWS AGAINST
019180*                            THE REJECTS ACTUALLY POSTED.
019190***************************************************************
019200 6010-PRINT-NEXT-DATE.
019210     MOVE ZERO TO DL330-WS-DT-NEXT.
019220     MOVE 99999999 TO DL330-WS-NEXT-DATE.
019230     MOVE 1 TO DL330-WS-DT-IDX.
019240     PERFORM 6020-TEST-NEXT-DATE THRU 6020-EXIT
019250         UNTIL DL330-WS-DT-IDX > DL330-WS-DT-USED.
019260     IF DL330-WS-DT-NEXT = ZERO
019270         GO TO 6010-EXIT.
019280     MOVE DL330-WS-NEXT-DATE TO DL330-WS-LAST-DATE.
019290     MOVE SPACES TO DL330-RPT-RECORD.
019300     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
019310     MOVE DL330-WS-NEXT-DATE TO DL330-DH-DATE.
019320     MOVE DL330-WS-DT-LOW(DL330-WS-DT-NEXT, 1)
019330         TO DL330-DH-CUR-LOW.
019340     MOVE DL330-WS-DT-HIGH(DL330-WS-DT-NEXT, 1)
019350         TO DL330-DH-CUR-HIGH.
019360     MOVE DL330-WS-DT-LOW(DL330-WS-DT-NEXT, 2)
019370         TO DL330-DH-PRP-LOW.
019380     MOVE DL330-WS-DT-HIGH(DL330-WS-DT-NEXT, 2)
019390         TO DL330-DH-PRP-HIGH.
019400     MOVE DL330-WS-DATE-LINE TO DL330-RPT-RECORD.
019410     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
019420     MOVE ZERO TO DL330-WS-TOT-ENTRY(1).
019430     MOVE LOW-VALUES TO DL330-WS-LAST-BRANCH.
019440     MOVE 1 TO DL330-WS-ENT-NEXT.
019450     PERFORM 6100-PRINT-NEXT-BRANCH THRU 6100-EXIT
019460         UNTIL DL330-WS-ENT-NEXT = ZERO.
019470     MOVE "DATE TOTAL" TO DL330-TL-LABEL.
019480     MOVE 1 TO DL330-WS-TOT-IDX.
019490     PERFORM 6300-PRINT-TOTAL THRU 6300-EXIT.
019500     IF DL330-POSTED-KNOWN
019510         MOVE DL330-WS-DT-POSTED(DL330-WS-DT-NEXT)
019520             TO DL330-CK-POSTED
019530         MOVE DL330-WS-TO-REJ(1, 1) TO DL330-CK-REPLAYED
019540         IF DL330-WS-DT-POSTED(DL330-WS-DT-NEXT)
019550             = DL330-WS-TO-REJ(1, 1)
019560             MOVE SPACES TO DL330-CK-NOTE
019570         ELSE
019580             MOVE " - BASE DIFFERS" TO DL330-CK-NOTE
019590             ADD 1 TO DL330-WS-BASE-DIFF-COUNT
019600         END-IF
019610         MOVE DL330-WS-CHK-LINE TO DL330-RPT-RECORD
019620         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
019630     END-IF.
019640 6010-EXIT.
019650     EXIT.
019660
019670 6020-TEST-NEXT-DATE.
019680     IF DL330-WS-DT-DATE(DL330-WS-DT-IDX) > DL330-WS-LAST-DATE
019690         AND DL330-WS-DT-DATE(DL330-WS-DT-IDX)
019700             < DL330-WS-NEXT-DATE
019710         MOVE DL330-WS-DT-DATE(DL330-WS-DT-IDX)
019720             TO DL330-WS-NEXT-DATE
019730         MOVE DL330-WS-DT-IDX TO DL330-WS-DT-NEXT
019740     END-IF.
019750     ADD 1 TO DL330-WS-DT-IDX.
019760 6020-EXIT.
019770     EXIT.
019780
019790***************************************************************
019800*  6100-PRINT-NEXT-BRANCH  --  FIND THE LOWEST BRANCH CODE
019810*                              AFTER THE LAST ONE PRINTED FOR
019820*                              THE DATE, PRINT ITS LINE, AND
019830*                              ADD IT TO THE DATE AND RANGE
019840*                              TOTALS.  A CHANGED LINE IS
019850*                              FLAGGED; A BRANCH WITH NO
019860*                              ACCOUNT MAPPING POSTS TO
019870*                              SUSPENSE.
019880***************************************************************
019890 6100-PRINT-NEXT-BRANCH.
019900     MOVE ZERO TO DL330-WS-ENT-NEXT.
019910     MOVE HIGH-VALUES TO DL330-WS-NEXT-BRANCH.
019920     MOVE 1 TO DL330-WS-ENT-IDX.
019930     PERFORM 6110-TEST-NEXT-BRANCH THRU 6110-EXIT
019940         UNTIL DL330-WS-ENT-IDX > DL330-WS-ENT-USED.
019950     IF DL330-WS-ENT-NEXT = ZERO
019960         GO TO 6100-EXIT.
019970     MOVE DL330-WS-NEXT-BRANCH TO DL330-WS-LAST-BRANCH.
019980     MOVE DL330-WS-EN-DATE(DL330-WS-ENT-NEXT) TO DL330-DL-DATE.
019990     MOVE DL330-WS-EN-BRANCH(DL330-WS-ENT-NEXT)
020000         TO DL330-DL-BRANCH.
020010     MOVE DL330-WS-EN-REJ(DL330-WS-ENT-NEXT, 1)
020020         TO DL330-DL-REJ-NOW.
020030     MOVE DL330-WS-EN-REJ(DL330-WS-ENT-NEXT, 2)
020040         TO DL330-DL-REJ-NEW.
020050     MOVE DL330-WS-EN-GAINED(DL330-WS-ENT-NEXT)
020060         TO DL330-DL-GAINED.
020070     MOVE DL330-WS-EN-LOST(DL330-WS-ENT-NEXT) TO DL330-DL-LOST.
020080     MOVE DL330-WS-EN-SETTLED(DL330-WS-ENT-NEXT, 1)
020090         TO DL330-DL-SET-NOW.
020100     MOVE DL330-WS-EN-SETTLED(DL330-WS-ENT-NEXT, 2)
020110         TO DL330-DL-SET-NEW.
020120     SUBTRACT DL330-WS-EN-SETTLED(DL330-WS-ENT-NEXT, 1)
020130         FROM DL330-WS-EN-SETTLED(DL330-WS-ENT-NEXT, 2)
020140         GIVING DL330-WS-CHANGE.
020150     MOVE DL330-WS-CHANGE TO DL330-DL-CHANGE.
020160     IF DL330-WS-CHANGE NOT = ZERO
020170         OR DL330-WS-EN-GAINED(DL330-WS-ENT-NEXT) > ZERO
020180         OR DL330-WS-EN-LOST(DL330-WS-ENT-NEXT) > ZERO
020190         MOVE "*" TO DL330-DL-FLAG
020200     ELSE
020210         MOVE SPACE TO DL330-DL-FLAG
020220     END-IF.
020230     MOVE SPACES TO DL330-DL-NOTE.
020240     IF DL330-WS-EN-BRANCH(DL330-WS-ENT-NEXT) NUMERIC
020250         MOVE DL330-WS-EN-BRANCH-N(DL330-WS-ENT-NEXT)
020260             TO DL330-WS-SRCH-BRN-N
020270         PERFORM 1450-FIND-MAP-ENTRY THRU 1450-EXIT
020280         IF DL330-WS-MAP-FOUND = ZERO
020290             MOVE "SUSPENSE" TO DL330-DL-NOTE
020300         END-IF
020310     END-IF.
020320     MOVE DL330-WS-DET-LINE TO DL330-RPT-RECORD.
020330     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
020340     MOVE 1 TO DL330-WS-TOT-IDX.
020350     PERFORM 6200-ADD-TO-TOTAL THRU 6200-EXIT
020360         UNTIL DL330-WS-TOT-IDX > 2.
020370 6100-EXIT.
020380     EXIT.
020390
020400 6110-TEST-NEXT-BRANCH.
020410     IF DL330-WS-EN-DATE(DL330-WS-ENT-IDX) = DL330-WS-LAST-DATE
020420         AND DL330-WS-EN-BRANCH(DL330-WS-ENT-IDX)
020430             > DL330-WS-LAST-BRANCH
020440         AND DL330-WS-EN-BRANCH(DL330-WS-ENT-IDX)
020450             < DL330-WS-NEXT-BRANCH
020460         MOVE DL330-WS-EN-BRANCH(DL330-WS-ENT-IDX)
020470             TO DL330-WS-NEXT-BRANCH
020480         MOVE DL330-WS-ENT-IDX TO DL330-WS-ENT-NEXT
020490     END-IF.
020500     ADD 1 TO DL330-WS-ENT-IDX.
020510 6110-EXIT.
020520     EXIT.
020530
020540 6200-ADD-TO-TOTAL.
020550     ADD DL330-WS-EN-GAINED(DL330-WS-ENT-NEXT)
020560         TO DL330-WS-TO-GAINED(DL330-WS-TOT-IDX).
020570     ADD DL330-WS-EN-LOST(DL330-WS-ENT-NEXT)
020580         TO DL330-WS-TO-LOST(DL330-WS-TOT-IDX).
020590     ADD DL330-WS-EN-REJ(DL330-WS-ENT-NEXT, 1)
020600         TO DL330-WS-TO-REJ(DL330-WS-TOT-IDX, 1).
020610     ADD DL330-WS-EN-REJ(DL330-WS-ENT-NEXT, 2)
020620         TO DL330-WS-TO-REJ(DL330-WS-TOT-IDX, 2).
020630     ADD DL330-WS-EN-SETTLED(DL330-WS-ENT-NEXT, 1)
020640         TO DL330-WS-TO-SETTLED(DL330-WS-TOT-IDX, 1).
020650     ADD DL330-WS-EN-SETTLED(DL330-WS-ENT-NEXT, 2)
020660         TO DL330-WS-TO-SETTLED(DL330-WS-TOT-IDX, 2).
020670     ADD 1 TO DL330-WS-TOT-IDX.
020680 6200-EXIT.
020690     EXIT.
020700
020710 6300-PRINT-TOTAL.
020720     MOVE DL330-WS-TO-REJ(DL330-WS-TOT-IDX, 1)
020730         TO DL330-TL-REJ-NOW.
020740     MOVE DL330-WS-TO-REJ(DL330-WS-TOT-IDX, 2)
020750         TO DL330-TL-REJ-NEW.
020760     MOVE DL330-WS-TO-GAINED(DL330-WS-TOT-IDX)
020770         TO DL330-TL-GAINED.
020780     MOVE DL330-WS-TO-LOST(DL330-WS-TOT-IDX) TO DL330-TL-LOST.
020790     MOVE DL330-WS-TO-SETTLED(DL330-WS-TOT-IDX, 1)
020800         TO DL330-TL-SET-NOW.
020810     MOVE DL330-WS-TO-SETTLED(DL330-WS-TOT-IDX, 2)
020820         TO DL330-TL-SET-NEW.
020830     SUBTRACT DL330-WS-TO-SETTLED(DL330-WS-TOT-IDX, 1)
020840         FROM DL330-WS-TO-SETTLED(DL330-WS-TOT-IDX, 2)
020850         GIVING DL330-WS-CHANGE.
020860     MOVE DL330-WS-CHANGE TO DL330-TL-CHANGE.
020870     MOVE DL330-WS-TOT-LINE TO DL330-RPT-RECORD.
020880     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
020890 6300-EXIT.
020900     EXIT.
020910
020920***************************************************************
020930*  7000-REPORT-GL-IMPACT  --  ROLL EACH DATE AND BRANCH'S
020940*                             PAIRS AND AMOUNTS ONTO ITS
020950*                             DEBIT AND CREDIT ACCOUNTS (THE
020960*                             SUSPENSE ACCOUNT WHEN THE
020970*                             BRANCH IS NOT MAPPED), THEN
020980*                             PRINT THEM.
020990***************************************************************
021000 7000-REPORT-GL-IMPACT.
021010     MOVE 1 TO DL330-WS-ENT-IDX.
021020     PERFORM 7010-ROLL-ENTRY THRU 7010-EXIT
021030         UNTIL DL330-WS-ENT-IDX > DL330-WS-ENT-USED.
021040     MOVE SPACES TO DL330-RPT-RECORD.
021050     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
021060     MOVE "GL IMPACT BY ACCOUNT - PAIRS AND AMOUNTS POSTED"
021070         TO DL330-RPT-RECORD.
021080     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
021090     IF DL330-WS-ACC-USED = ZERO
021100         MOVE "  NO GL POSTINGS IN EITHER VIEW"
021110             TO DL330-RPT-RECORD
021120         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
021130         GO TO 7000-EXIT.
021140     MOVE DL330-WS-ACC-COL-LINE TO DL330-RPT-RECORD.
021150     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
021160     MOVE 1 TO DL330-WS-ACC-IDX.
021170     PERFORM 7100-PRINT-ACCOUNT THRU 7100-EXIT
021180         UNTIL DL330-WS-ACC-IDX > DL330-WS-ACC-USED.
021190 7000-EXIT.
021200     EXIT.
021210
021220 7010-ROLL-ENTRY.
021230     IF DL330-WS-EN-PAIRS(DL330-WS-ENT-IDX, 1) = ZERO
021240         AND DL330-WS-EN-PAIRS(DL330-WS-ENT-IDX, 2) = ZERO
021250         GO TO 7010-NEXT.
021260     MOVE DL330-WS-SUSP-ACCOUNT TO DL330-WS-DR-ACCT.
021270     MOVE DL330-WS-SUSP-ACCOUNT TO DL330-WS-CR-ACCT.
021280     IF DL330-WS-EN-BRANCH(DL330-WS-ENT-IDX) NUMERIC
021290         MOVE DL330-WS-EN-BRANCH-N(DL330-WS-ENT-IDX)
021300             TO DL330-WS-SRCH-BRN-N
021310         PERFORM 1450-FIND-MAP-ENTRY THRU 1450-EXIT
021320         IF DL330-WS-MAP-FOUND > ZERO
021330             MOVE DL330-WS-MP-DR-ACCT(DL330-WS-MAP-FOUND)
021340                 TO DL330-WS-DR-ACCT
021350             MOVE DL330-WS-MP-CR-ACCT(DL330-WS-MAP-FOUND)
021360                 TO DL330-WS-CR-ACCT
021370         END-IF
021380     END-IF.
021390     MOVE DL330-WS-DR-ACCT TO DL330-WS-SRCH-ACCT.
021400     MOVE "D" TO DL330-WS-SRCH-SIDE.
021410     PERFORM 7050-ROLL-TO-ACCOUNT THRU 7050-EXIT.
021420     MOVE DL330-WS-CR-ACCT TO DL330-WS-SRCH-ACCT.
021430     MOVE "C" TO DL330-WS-SRCH-SIDE.
021440     PERFORM 7050-ROLL-TO-ACCOUNT THRU 7050-EXIT.
021450 7010-NEXT.
021460     ADD 1 TO DL330-WS-ENT-IDX.
021470 7010-EXIT.
021480     EXIT.
021490
021500 7050-ROLL-TO-ACCOUNT.
021510     MOVE ZERO TO DL330-WS-ACC-FOUND.
021520     MOVE 1 TO DL330-WS-ACC-IDX.
021530     PERFORM 7060-TEST-ACCOUNT THRU 7060-EXIT
021540         UNTIL DL330-WS-ACC-FOUND > ZERO
021550         OR DL330-WS-ACC-IDX > DL330-WS-ACC-USED.
021560     IF DL330-WS-ACC-FOUND = ZERO
021570         IF DL330-WS-ACC-USED >= 100
021580             IF NOT DL330-TABLE-FILLED
021590                 DISPLAY "WHATIF: ACCOUNT TABLE FULL, ACCOUNT "
021600                     DL330-WS-SRCH-ACCT " NOT REPORTED"
021610             END-IF
021620             SET DL330-TABLE-FILLED TO TRUE
021630             GO TO 7050-EXIT
021640         END-IF
021650         ADD 1 TO DL330-WS-ACC-USED
021660         MOVE DL330-WS-ACC-USED TO DL330-WS-ACC-FOUND
021670         MOVE DL330-WS-SRCH-ACCT
021680             TO DL330-WS-AC-ACCOUNT(DL330-WS-ACC-FOUND)
021690         MOVE DL330-WS-SRCH-SIDE
021700             TO DL330-WS-AC-SIDE(DL330-WS-ACC-FOUND)
021710     END-IF.
021720     ADD DL330-WS-EN-PAIRS(DL330-WS-ENT-IDX, 1)
021730         TO DL330-WS-AC-PAIRS(DL330-WS-ACC-FOUND, 1).
021740     ADD DL330-WS-EN-PAIRS(DL330-WS-ENT-IDX, 2)
021750         TO DL330-WS-AC-PAIRS(DL330-WS-ACC-FOUND, 2).
021760     ADD DL330-WS-EN-SETTLED(DL330-WS-ENT-IDX, 1)
021770         TO DL330-WS-AC-AMOUNT(DL330-WS-ACC-FOUND, 1).
021780     ADD DL330-WS-EN-SETTLED(DL330-WS-ENT-IDX, 2)
021790         TO DL330-WS-AC-AMOUNT(DL330-WS-ACC-FOUND, 2).
021800 7050-EXIT.
021810     EXIT.
021820
021830 7060-TEST-ACCOUNT.
021840     IF DL330-WS-AC-ACCOUNT(DL330-WS-ACC-IDX)
021850         = DL330-WS-SRCH-ACCT
021860         AND DL330-WS-AC-SIDE(DL330-WS-ACC-IDX)
021870             = DL330-WS-SRCH-SIDE
021880         MOVE DL330-WS-ACC-IDX TO DL330-WS-ACC-FOUND
021890     ELSE
021900         ADD 1 TO DL330-WS-ACC-IDX
021910     END-IF.
021920 7060-EXIT.
021930     EXIT.
021940
021950 7100-PRINT-ACCOUNT.
021960     MOVE DL330-WS-AC-ACCOUNT(DL330-WS-ACC-IDX)
021970         TO DL330-GL-ACCOUNT.
021980     IF DL330-AC-IS-DEBIT(DL330-WS-ACC-IDX)
021990         MOVE "DEBIT" TO DL330-GL-SIDE
022000     ELSE
022010         MOVE "CREDIT" TO DL330-GL-SIDE
022020     END-IF.
022030     MOVE DL330-WS-AC-PAIRS(DL330-WS-ACC-IDX, 1)
022040         TO DL330-GL-PAIRS-NOW.
022050     MOVE DL330-WS-AC-PAIRS(DL330-WS-ACC-IDX, 2)
022060         TO DL330-GL-PAIRS-NEW.
022070     MOVE DL330-WS-AC-AMOUNT(DL330-WS-ACC-IDX, 1)
022080         TO DL330-GL-NOW.
022090     MOVE DL330-WS-AC-AMOUNT(DL330-WS-ACC-IDX, 2)
022100         TO DL330-GL-NEW.
022110     SUBTRACT DL330-WS-AC-AMOUNT(DL330-WS-ACC-IDX, 1)
022120         FROM DL330-WS-AC-AMOUNT(DL330-WS-ACC-IDX, 2)
022130         GIVING DL330-WS-CHANGE.
022140     MOVE DL330-WS-CHANGE TO DL330-GL-CHANGE.
022150     MOVE DL330-WS-ACC-LINE TO DL330-RPT-RECORD.
022160     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
022170     ADD 1 TO DL330-WS-ACC-IDX.
022180 7100-EXIT.
022190     EXIT.
022200
022210 8100-WRITE-RPT-LINE.
022220     IF DL330-WS-RPT-STATUS = "00"
022230         WRITE DL330-RPT-RECORD
022240     END-IF.
022250 8100-EXIT.
022260     EXIT.
022270
022280***************************************************************
022290*  9000-TERMINATE  --  PRINT THE RUN SUMMARY AND THE REJECTS
022300*                      GAINED AND LOST BY REASON, SET THE
022310*                      RETURN CODE, AND CLOSE THE REPORT.
022320***************************************************************
022330 9000-TERMINATE.
022340     IF DL330-WS-RETURN-CODE < 0016
022350         PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT
022360     END-IF.
022370     IF DL330-WS-RETURN-CODE < 0004
022380         IF DL330-WS-CARD-ERR-COUNT > ZERO
022390             OR DL330-WS-BASE-DIFF-COUNT > ZERO
022400             OR DL330-TABLE-FILLED
022410             MOVE 0004 TO DL330-WS-RETURN-CODE
022420         END-IF
022430     END-IF.
022440     IF DL330-WS-RPT-STATUS = "00"
022450         CLOSE DL330-RPT-FILE
022460     END-IF.
022470     DISPLAY "WHATIF: RETURN CODE " DL330-WS-RETURN-CODE.
022480 9000-EXIT.
022490     EXIT.
022500
022510 9100-PRINT-SUMMARY.
022520     MOVE SPACES TO DL330-RPT-RECORD.
022530     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
022540     MOVE "REJECTS GAINED AND LOST BY REASON" TO DL330-RPT-RECORD.
022550     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
022560     MOVE 1 TO DL330-WS-RSN-IDX.
022570     PERFORM 9200-PRINT-REASON THRU 9200-EXIT
022580         UNTIL DL330-WS-RSN-IDX > 5.
022590     MOVE SPACES TO DL330-RPT-RECORD.
022600     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
022610     MOVE "BATCHES ON THE ARCHIVE:" TO DL330-SL-LABEL.
022620     MOVE DL330-WS-BATCH-COUNT TO DL330-SL-COUNT.
022630     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022640     MOVE "BATCHES REPLAYED:" TO DL330-SL-LABEL.
022650     MOVE DL330-WS-REPLAY-COUNT TO DL330-SL-COUNT.
022660     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022670     MOVE "BATCHES SKIPPED (DATE REPEATED):" TO DL330-SL-LABEL.
022680     MOVE DL330-WS-REPEAT-COUNT TO DL330-SL-COUNT.
022690     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022700     MOVE "BATCHES OUTSIDE THE DATES:" TO DL330-SL-LABEL.
022710     MOVE DL330-WS-OUT-RANGE-COUNT TO DL330-SL-COUNT.
022720     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022730     MOVE "DETAILS REPLAYED:" TO DL330-SL-LABEL.
022740     MOVE DL330-WS-DETAIL-COUNT TO DL330-SL-COUNT.
022750     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022760     MOVE "REJECTS POSTED FOR THE DATES:" TO DL330-SL-LABEL.
022770     MOVE DL330-WS-POSTED-COUNT TO DL330-SL-COUNT.
022780     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022790     MOVE "DATES WHERE THE BASE DIFFERS:" TO DL330-SL-LABEL.
022800     MOVE DL330-WS-BASE-DIFF-COUNT TO DL330-SL-COUNT.
022810     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022820     MOVE "RULE CARDS READ:" TO DL330-SL-LABEL.
022830     MOVE DL330-WS-RUL-CARD-COUNT TO DL330-SL-COUNT.
022840     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022850     MOVE "RATE CARDS READ:" TO DL330-SL-LABEL.
022860     MOVE DL330-WS-RAT-CARD-COUNT TO DL330-SL-COUNT.
022870     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022880     MOVE "CARDS SIMULATED:" TO DL330-SL-LABEL.
022890     MOVE DL330-WS-CARD-SIM-COUNT TO DL330-SL-COUNT.
022900     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022910     MOVE "CARDS FAILED OR REJECTED:" TO DL330-SL-LABEL.
022920     MOVE DL330-WS-CARD-ERR-COUNT TO DL330-SL-COUNT.
022930     PERFORM 9300-PRINT-SUM-LINE THRU 9300-EXIT.
022940     MOVE SPACES TO DL330-RPT-RECORD.
022950     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
022960     IF DL330-WS-TO-GAINED(2) = ZERO
022970         AND DL330-WS-TO-LOST(2) = ZERO
022980         AND DL330-WS-TO-SETTLED(2, 1)
022990             = DL330-WS-TO-SETTLED(2, 2)
023000         MOVE "NO IMPACT OVER THE DATES REPLAYED"
023010             TO DL330-RPT-RECORD
023020     ELSE
023030         MOVE "*** IMPACT - REVIEW THE LINES FLAGGED * ***"
023040             TO DL330-RPT-RECORD
023050     END-IF.
023060     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
023070 9100-EXIT.
023080     EXIT.
023090
023100 9200-PRINT-REASON.
023110     MOVE "  GAINED AS REASON" TO DL330-RL-LABEL.
023120     MOVE DL330-WS-RSN-NAME(DL330-WS-RSN-IDX) TO DL330-RL-NAME.
023130     MOVE DL330-WS-RSN-GAINED(DL330-WS-RSN-IDX)
023140         TO DL330-RL-COUNT.
023150     MOVE DL330-WS-RSN-LINE TO DL330-RPT-RECORD.
023160     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
023170     MOVE "  LOST, WAS REASON" TO DL330-RL-LABEL.
023180     MOVE DL330-WS-RSN-LOST(DL330-WS-RSN-IDX) TO DL330-RL-COUNT.
023190     MOVE DL330-WS-RSN-LINE TO DL330-RPT-RECORD.
023200     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
023210     ADD 1 TO DL330-WS-RSN-IDX.
023220 9200-EXIT.
023230     EXIT.
023240
023250 9300-PRINT-SUM-LINE.
023260     MOVE DL330-WS-SUM-LINE TO DL330-RPT-RECORD.
023270     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
023280 9300-EXIT.
023290     EXIT.
