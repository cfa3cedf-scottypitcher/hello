001960*                   INQUIRY MODE (PARM MODE "I") NOW LISTS A
001970*                   DATE'S FULL HISTORY - THE CURRENT ROW
001980*                   PLUS EVERY SUPERSEDED RUN.
001990*  2026-10-15 DLP   READ TRX CONTROL COUNTS PER BRANCH; WIDEN THE
002000*                   BATCH BRANCH TABLES TO THE 50 MASTER BRANCHES.
002010*  2026-10-15 DLP   APPEND PER-BRANCH HISTORY ROWS TO BRNHIST AS
002020*                   EACH BATCH CLOSES, FOR ANOMRPT.
002030*  2026-10-15 DLP   HOLD A BRANCH'S DETAILS ON HELDDD (HOLD CARD
002040*                   OR REJECT RATE) FOR THE RELEASE RUN HOLDREL.
002050*  2026-10-15 DLP   RECORD HELLOSTP AND ITS RC ON RUNCTL.
002060*  2026-10-15 DLP   PRINT A SECTION PER BRANCH REGION AND A
002070*                   REGIONAL RECAP AT THE END.
002080*  2026-10-15 DLP   PARAGRAPHS PUT IN NUMERIC ORDER; RESEQUENCED.
002090***************************************************************
002100 IDENTIFICATION DIVISION.
002110 PROGRAM-ID. HELLO.
002120 AUTHOR. D. L. PRICE.
002130 INSTALLATION. DATA PROCESSING.
002140 DATE-WRITTEN. 2026-08-09.
002150 DATE-COMPILED.
002160 ENVIRONMENT DIVISION.
002170 CONFIGURATION SECTION.
002180 SOURCE-COMPUTER. IBM-370.
002190 OBJECT-COMPUTER. IBM-370.
002200 INPUT-OUTPUT SECTION.
002210 FILE-CONTROL.
002220     SELECT DL100-IN-FILE ASSIGN TO "DAILYCNT"
002230         ORGANIZATION IS LINE SEQUENTIAL
002240         FILE STATUS IS DL100-WS-IN-STATUS.
002250     SELECT DL100-RPT-FILE ASSIGN TO "HELLORPT"
002260         ORGANIZATION IS SEQUENTIAL
002270         FILE STATUS IS DL100-WS-RPT-STATUS.
002280     SELECT DL100-RST-FILE ASSIGN TO "RESTARTF"
002290         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS DYNAMIC
002310         RECORD KEY IS DL100-RST-RUN-DATE
002320         FILE STATUS IS DL100-WS-RST-STATUS.
002330     SELECT DL100-REJ-FILE ASSIGN TO "REJECTDD"
002340         ORGANIZATION IS SEQUENTIAL
002350         FILE STATUS IS DL100-WS-REJ-STATUS.
002360     SELECT DL100-AUD-FILE ASSIGN TO "AUDITDD"
002370         ORGANIZATION IS INDEXED
002380         ACCESS MODE IS DYNAMIC
002390         RECORD KEY IS DL100-AUD-RUN-DATE
002400         FILE STATUS IS DL100-WS-AUD-STATUS.
002410     SELECT DL100-RUL-FILE ASSIGN TO "RULESDD"
002420         ORGANIZATION IS INDEXED
002430         ACCESS MODE IS DYNAMIC
002440         RECORD KEY IS DL100-RUL-EFF-DATE
002450         FILE STATUS IS DL100-WS-RUL-STATUS.
002460     SELECT DL100-EXT-FILE ASSIGN TO "SETLXTR"
002470         ORGANIZATION IS SEQUENTIAL
002480         FILE STATUS IS DL100-WS-EXT-STATUS.
002490     SELECT DL100-MAP-FILE ASSIGN TO "ACCTMAP"
002500         ORGANIZATION IS LINE SEQUENTIAL
002510         FILE STATUS IS DL100-WS-MAP-STATUS.
002520     SELECT DL100-RAT-FILE ASSIGN TO "RATESDD"
002530         ORGANIZATION IS INDEXED
002540         ACCESS MODE IS DYNAMIC
002550         RECORD KEY IS DL100-RAT-KEY
002560         FILE STATUS IS DL100-WS-RAT-STATUS.
002570     SELECT DL100-BRN-FILE ASSIGN TO "BRANCHDD"
002580         ORGANIZATION IS INDEXED
002590         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS DL100-BRN-BRANCH
002610         FILE STATUS IS DL100-WS-BRNF-STATUS.
002620     SELECT DL100-GL-FILE ASSIGN TO "GLPOST"
002630         ORGANIZATION IS SEQUENTIAL
002640         FILE STATUS IS DL100-WS-GL-STATUS.
002650     SELECT DL100-GLH-FILE ASSIGN TO "GLHIST"
002660         ORGANIZATION IS SEQUENTIAL
002670         FILE STATUS IS DL100-WS-GLH-STATUS.
002680     SELECT DL100-CAL-FILE ASSIGN TO "CALENDAR"
002690         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS DL100-WS-CAL-STATUS.
002710     SELECT DL100-HCD-FILE ASSIGN TO "HOLDCRDS"
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS DL100-WS-HCD-STATUS.
002740     SELECT DL100-HLD-FILE ASSIGN TO "HELDDD"
002750         ORGANIZATION IS INDEXED
002760         ACCESS MODE IS DYNAMIC
002770         RECORD KEY IS DL100-HLD-KEY
002780         FILE STATUS IS DL100-WS-HLD-STATUS.
002790     SELECT DL100-AHS-FILE ASSIGN TO "AUDHIST"
002800         ORGANIZATION IS SEQUENTIAL
002810         FILE STATUS IS DL100-WS-AHS-STATUS.
002820     SELECT DL100-BHS-FILE ASSIGN TO "BRNHIST"
002830         ORGANIZATION IS SEQUENTIAL
002840         FILE STATUS IS DL100-WS-BHS-STATUS.
002850     SELECT DL100-RCL-FILE ASSIGN TO "RUNCTL"
002860         ORGANIZATION IS SEQUENTIAL
002870         FILE STATUS IS DL100-WS-RCL-STATUS.
002880 DATA DIVISION.
002890 FILE SECTION.
002900 FD  DL100-IN-FILE
002910     LABEL RECORDS ARE STANDARD
002920     RECORD CONTAINS 80 CHARACTERS.
002930     COPY DLINREC.
002940
002950 FD  DL100-RPT-FILE
002960     LABEL RECORDS ARE STANDARD
002970     RECORD CONTAINS 80 CHARACTERS.
002980 01  DL100-RPT-RECORD            PIC X(80).
002990
003000 FD  DL100-RST-FILE
003010     LABEL RECORDS ARE STANDARD
003020     RECORD CONTAINS 80 CHARACTERS.
003030     COPY DLRSTREC.
003040
003050 FD  DL100-REJ-FILE
003060     LABEL RECORDS ARE STANDARD
003070     RECORD CONTAINS 80 CHARACTERS.
003080     COPY DLREJREC.
003090 FD  DL100-RCL-FILE
003100     LABEL RECORDS ARE STANDARD
003110     RECORD CONTAINS 80 CHARACTERS.
003120     COPY DLRCLREC.
003130 FD  DL100-AUD-FILE
003140     LABEL RECORDS ARE STANDARD
003150     RECORD CONTAINS 60 CHARACTERS.
003160     COPY DLAUDREC.
003170 FD  DL100-RUL-FILE
003180     LABEL RECORDS ARE STANDARD
003190     RECORD CONTAINS 96 CHARACTERS.
003200     COPY DLRULREC.
003210 FD  DL100-EXT-FILE
003220     LABEL RECORDS ARE STANDARD
003230     RECORD CONTAINS 32 CHARACTERS.
003240     COPY DLEXTREC.
003250 FD  DL100-MAP-FILE
003260     LABEL RECORDS ARE STANDARD
003270     RECORD CONTAINS 80 CHARACTERS.
003280 01  DL100-MAP-RECORD.
003290     05  DL100-MAP-BRANCH        PIC 9(03).
003300     05  DL100-MAP-DR-ACCOUNT    PIC X(10).
003310     05  DL100-MAP-CR-ACCOUNT    PIC X(10).
003320     05  FILLER                  PIC X(57).
003330 FD  DL100-RAT-FILE
003340     LABEL RECORDS ARE STANDARD
003350     RECORD CONTAINS 80 CHARACTERS.
003360     COPY DLRATREC.
003370 FD  DL100-BRN-FILE
003380     LABEL RECORDS ARE STANDARD
003390     RECORD CONTAINS 80 CHARACTERS.
003400     COPY DLBRNREC.
003410 FD  DL100-GL-FILE
003420     LABEL RECORDS ARE STANDARD
003430     RECORD CONTAINS 80 CHARACTERS.
003440     COPY DLGLREC.
003450 FD  DL100-GLH-FILE
003460     LABEL RECORDS ARE STANDARD
003470     RECORD CONTAINS 80 CHARACTERS.
003480     COPY DLGLREC REPLACING LEADING ==DL100-GL==
003490         BY ==DL100-GLH==.
003500 FD  DL100-CAL-FILE
003510     LABEL RECORDS ARE STANDARD
003520     RECORD CONTAINS 80 CHARACTERS.
003530     COPY DLCALREC.
003540 FD  DL100-HCD-FILE
003550     LABEL RECORDS ARE STANDARD
003560     RECORD CONTAINS 80 CHARACTERS.
003570     COPY DLHCDREC.
003580 FD  DL100-HLD-FILE
003590     LABEL RECORDS ARE STANDARD
003600     RECORD CONTAINS 120 CHARACTERS.
003610     COPY DLHLDREC.
003620 FD  DL100-AHS-FILE
003630     LABEL RECORDS ARE STANDARD
003640     RECORD CONTAINS 80 CHARACTERS.
003650     COPY DLAHSREC.
003660 FD  DL100-BHS-FILE
003670     LABEL RECORDS ARE STANDARD
003680     RECORD CONTAINS 80 CHARACTERS.
003690     COPY DLBHSREC.
003700 WORKING-STORAGE SECTION.
003710 77  DL100-WS-IN-STATUS          PIC X(02)  VALUE SPACES.
003720 77  DL100-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
003730 77  DL100-WS-REC-COUNT          PIC 9(05)  VALUE ZERO.
003740 77  DL100-WS-RUNNING-TOTAL      PIC 9(09)  VALUE ZERO.
003750 77  DL100-WS-TRAILER-COUNT      PIC 9(09)  VALUE ZERO.
003760 77  DL100-WS-MULTIPLIER         PIC 9(02)  VALUE 02.
003770 77  DL100-WS-RST-STATUS         PIC X(02)  VALUE SPACES.
003780 77  DL100-WS-CKPT-INTERVAL      PIC 9(05)  VALUE 00010.
003790 77  DL100-WS-CKPT-REMAINDER     PIC 9(05)  VALUE ZERO.
003800 77  DL100-WS-CKPT-QUOTIENT      PIC 9(05)  VALUE ZERO.
003810 77  DL100-WS-SKIP-COUNT         PIC 9(07)  VALUE ZERO.
003820 77  DL100-WS-RESTART-COUNT      PIC 9(07)  VALUE ZERO.
003830 77  DL100-WS-REJ-STATUS         PIC X(02)  VALUE SPACES.
003840 77  DL100-WS-REJ-COUNT          PIC 9(05)  VALUE ZERO.
003850 77  DL100-WS-LOW-BOUND          PIC 9(07)  VALUE 1.
003860 77  DL100-WS-HIGH-BOUND         PIC 9(07)  VALUE 9999999.
003870 77  DL100-WS-TEST-PRODUCT       PIC 9(09)  VALUE ZERO.
003880 77  DL100-WS-EXT-STATUS         PIC X(02)  VALUE SPACES.
003890 77  DL100-WS-AUD-STATUS         PIC X(02)  VALUE SPACES.
003900 77  DL100-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
003910 77  DL100-WS-LAST-INPUT         PIC 9(07)  VALUE ZERO.
003920 77  DL100-WS-FINAL-A            PIC 9(09)  VALUE ZERO.
003930 77  DL100-WS-JOB-ID             PIC X(08)  VALUE SPACES.
003940 77  DL100-WS-CURR-BRANCH        PIC 9(03)  VALUE ZERO.
003950 77  DL100-WS-BRANCH-USED        PIC 9(03)  COMP VALUE ZERO.
003960 77  DL100-WS-BRANCH-IDX         PIC 9(03)  COMP VALUE ZERO.
003970 77  DL100-WS-BRANCH-FOUND       PIC 9(03)  COMP VALUE ZERO.
003980 77  DL100-WS-BRANCH-SRCH        PIC 9(03)  VALUE ZERO.
003990 77  DL100-WS-TRL-IDX            PIC 9(03)  COMP VALUE ZERO.
004000 77  DL100-WS-TRL-FOUND          PIC 9(03)  COMP VALUE ZERO.
004010 77  DL100-WS-TRL-USED           PIC 9(03)  COMP VALUE ZERO.
004020 77  DL100-WS-TRX-IDX            PIC 9(03)  COMP VALUE ZERO.
004030 77  DL100-WS-BR-ACTUAL          PIC 9(09)  VALUE ZERO.
004040 77  DL100-WS-RUL-STATUS         PIC X(02)  VALUE SPACES.
004050 77  DL100-WS-RULE-EFF-DATE      PIC 9(08)  VALUE ZERO.
004060 77  DL100-WS-BUS-DATE           PIC 9(08)  VALUE ZERO.
004070 77  DL100-WS-BAT-REC-COUNT      PIC 9(05)  VALUE ZERO.
004080 77  DL100-WS-BAT-REJ-COUNT      PIC 9(05)  VALUE ZERO.
004090 77  DL100-WS-BAT-RC             PIC 9(04)  VALUE ZERO.
004100 77  DL100-WS-BATCH-COUNT        PIC 9(03)  VALUE ZERO.
004110 77  DL100-WS-MAP-STATUS         PIC X(02)  VALUE SPACES.
004120 77  DL100-WS-GL-STATUS          PIC X(02)  VALUE SPACES.
004130 77  DL100-WS-GL-AMOUNT          PIC 9(09)  VALUE ZERO.
004140 77  DL100-WS-GL-REC-COUNT       PIC 9(07)  VALUE ZERO.
004150 77  DL100-WS-GL-HASH-TOTAL      PIC 9(11)  VALUE ZERO.
004160 77  DL100-WS-MAP-USED           PIC 9(03)  COMP VALUE ZERO.
004170 77  DL100-WS-MAP-IDX            PIC 9(03)  COMP VALUE ZERO.
004180 77  DL100-WS-MAP-FOUND          PIC 9(03)  COMP VALUE ZERO.
004190 77  DL100-WS-UNMAPPED-COUNT     PIC 9(05)  VALUE ZERO.
004200 77  DL100-WS-BRNF-STATUS        PIC X(02)  VALUE SPACES.
004210 77  DL100-WS-BRNM-USED          PIC 9(03)  COMP VALUE ZERO.
004220 77  DL100-WS-BRNM-IDX           PIC 9(03)  COMP VALUE ZERO.
004230 77  DL100-WS-BRNM-FOUND         PIC 9(03)  COMP VALUE ZERO.
004240 77  DL100-WS-BRNM-SRCH          PIC 9(03)  VALUE ZERO.
004250 77  DL100-WS-RAT-STATUS         PIC X(02)  VALUE SPACES.
004260 77  DL100-WS-DET-RATE           PIC 9(02)  VALUE ZERO.
004270 77  DL100-WS-RATE-USED          PIC 9(03)  COMP VALUE ZERO.
004280 77  DL100-WS-RATE-IDX           PIC 9(03)  COMP VALUE ZERO.
004290 77  DL100-WS-RATE-BEST          PIC 9(08)  VALUE ZERO.
004300 77  DL100-WS-GLH-STATUS         PIC X(02)  VALUE SPACES.
004310 77  DL100-WS-RVSL-USED          PIC 9(03)  COMP VALUE ZERO.
004320 77  DL100-WS-RVSL-IDX           PIC 9(03)  COMP VALUE ZERO.
004330 77  DL100-WS-RVSL-FOUND         PIC 9(03)  COMP VALUE ZERO.
004340 77  DL100-WS-RVSL-PAIRS         PIC 9(05)  VALUE ZERO.
004350 77  DL100-WS-CAL-STATUS         PIC X(02)  VALUE SPACES.
004360 77  DL100-WS-HOL-USED           PIC 9(03)  COMP VALUE ZERO.
004370 77  DL100-WS-HOL-IDX            PIC 9(03)  COMP VALUE ZERO.
004380 77  DL100-WS-CAL-TEST-DATE      PIC 9(08)  VALUE ZERO.
004390 77  DL100-WS-CAL-INT            PIC 9(08)  COMP VALUE ZERO.
004400 77  DL100-WS-CAL-QUOT           PIC 9(08)  COMP VALUE ZERO.
004410 77  DL100-WS-CAL-DOW            PIC 9(01)  VALUE ZERO.
004420 77  DL100-WS-CAL-STEPS          PIC 9(03)  COMP VALUE ZERO.
004430 77  DL100-WS-LAST-AUD-DATE      PIC 9(08)  VALUE ZERO.
004440 77  DL100-WS-EXPECT-DATE        PIC 9(08)  VALUE ZERO.
004450 77  DL100-WS-BHS-STATUS         PIC X(02)  VALUE SPACES.
004460 77  DL100-WS-BHS-COUNT          PIC 9(05)  VALUE ZERO.
004470 77  DL100-WS-BRJ-USED           PIC 9(03)  COMP VALUE ZERO.
004480 77  DL100-WS-BRJ-IDX            PIC 9(03)  COMP VALUE ZERO.
004490 77  DL100-WS-BRJ-FOUND          PIC 9(03)  COMP VALUE ZERO.
004500 77  DL100-WS-SUPER-COUNT        PIC 9(05)  VALUE ZERO.
004510 77  DL100-WS-SNAP-COUNT         PIC 9(07)  VALUE ZERO.
004520 77  DL100-WS-HCD-STATUS         PIC X(02)  VALUE SPACES.
004530 77  DL100-WS-HLD-STATUS         PIC X(02)  VALUE SPACES.
004540 77  DL100-WS-HLD-RUN-TIME       PIC 9(06)  VALUE ZERO.
004550 77  DL100-WS-HLD-SEQ            PIC 9(05)  VALUE ZERO.
004560 77  DL100-WS-HELD-COUNT         PIC 9(07)  VALUE ZERO.
004570 77  DL100-WS-HOLD-PCT           PIC 9(03)  VALUE ZERO.
004580 77  DL100-WS-HOLD-MIN           PIC 9(05)  VALUE 10.
004590 77  DL100-WS-HOLD-WORK          PIC 9(09)  VALUE ZERO.
004600 77  DL100-WS-HOLD-TYPE          PIC X(01)  VALUE SPACE.
004610 77  DL100-WS-EXT-BRN-COUNT      PIC 9(03)  VALUE ZERO.
004620 77  DL100-WS-RGB-USED           PIC 9(03)  COMP VALUE ZERO.
004630 77  DL100-WS-RGB-IDX            PIC 9(03)  COMP VALUE ZERO.
004640 77  DL100-WS-RGB-FOUND          PIC 9(03)  COMP VALUE ZERO.
004650 77  DL100-WS-RGB-SRCH           PIC X(03)  VALUE SPACES.
004660 77  DL100-WS-RGN-RSN            PIC 9(01)  VALUE ZERO.
004670 77  DL100-WS-RGN-RSN-COUNT      PIC 9(07)  VALUE ZERO.
004680 77  DL100-WS-EXT-HASH           PIC 9(11)  VALUE ZERO.
004690 77  DL100-WS-RCL-STATUS         PIC X(02)  VALUE SPACES.
004700 77  DL100-WS-RDT-USED           PIC 9(03)  COMP VALUE ZERO.
004710 77  DL100-WS-RDT-IDX            PIC 9(03)  COMP VALUE ZERO.
004720 77  DL100-WS-RDT-FOUND          PIC 9(03)  COMP VALUE ZERO.
004730 77  DL100-WS-AHS-STATUS         PIC X(02)  VALUE SPACES.
004740 77  DL100-WS-AHS-SEQ            PIC 9(03)  VALUE ZERO.
004750 77  DL100-WS-AHS-SHOWN          PIC 9(03)  VALUE ZERO.
004760***************************************************************
004770*  ACCOUNT MAPPING TABLE - LOADED FROM ACCTMAP AT START-UP.
004780*  RESOLVES A BRANCH TO THE DEBIT/CREDIT ACCOUNT PAIR ITS
004790*  POSTINGS CARRY ON THE GL INTERFACE FILE.  AN UNMAPPED
004800*  BRANCH POSTS TO THE SUSPENSE ACCOUNTS SO THE DAY STILL
004810*  BALANCES AND ACCOUNTING SEES THE GAP.
004820***************************************************************
004830 77  DL100-WS-HOLD-REASON        PIC X(20)  VALUE SPACES.
004840 77  DL100-WS-HCARD-USED         PIC 9(03)  COMP VALUE ZERO.
004850 77  DL100-WS-HCARD-IDX          PIC 9(03)  COMP VALUE ZERO.
004860 77  DL100-WS-HRATE-USED         PIC 9(03)  COMP VALUE ZERO.
004870 77  DL100-WS-HRATE-IDX          PIC 9(03)  COMP VALUE ZERO.
004880 77  DL100-WS-HRATE-FOUND        PIC 9(03)  COMP VALUE ZERO.
004890 01  DL100-WS-MAP-TABLE.
004900     05  DL100-WS-MAP-ENTRY OCCURS 50 TIMES.
004910         10  DL100-WS-MP-BRANCH  PIC 9(03).
004920         10  DL100-WS-MP-DR-ACCT PIC X(10).
004930         10  DL100-WS-MP-CR-ACCT PIC X(10).
004940 77  DL100-WS-SUSP-ACCOUNT       PIC X(10)
004950                                 VALUE "9999999999".
004960***************************************************************
004970*  PER-BRANCH RATE TABLE - THE ACTIVE RATESDD ROWS, LOADED
004980*  AT START-UP.  3085-RESOLVE-RATE PICKS THE ROW FOR THE
004990*  DETAIL'S BRANCH WITH THE LATEST EFFECTIVE DATE ON OR
005000*  BEFORE THE BATCH BUSINESS DATE; WITH NO ROW THE PARM
005010*  MULTIPLIER STANDS.
005020***************************************************************
005030 01  DL100-WS-RATE-TABLE.
005040     05  DL100-WS-RATE-ENTRY OCCURS 100 TIMES.
005050         10  DL100-WS-RT-BRANCH  PIC 9(03).
005060         10  DL100-WS-RT-EFF     PIC 9(08).
005070         10  DL100-WS-RT-RATE    PIC 9(02).
005080***************************************************************
005090*  PROCESSING CALENDAR - THE WEEKLY WORKING-DAY FLAGS
005100*  (MONDAY THROUGH SUNDAY) AND THE HOLIDAY DATE TABLE,
005110*  LOADED FROM THE CALENDAR FILE AT START-UP.  THE COMPILED
005120*  DEFAULT IS A STANDARD MONDAY-TO-FRIDAY WEEK.
005130***************************************************************
005140 01  DL100-WS-CAL-WEEK-FLAGS     PIC X(07) VALUE "YYYYYNN".
005150 01  DL100-WS-CAL-WEEK-TAB REDEFINES DL100-WS-CAL-WEEK-FLAGS.
005160     05  DL100-WS-CAL-WEEK-FLAG OCCURS 7 TIMES
005170                                 PIC X(01).
005180 01  DL100-WS-HOL-TABLE.
005190     05  DL100-WS-HOL-DATE OCCURS 100 TIMES
005200                                 PIC 9(08).
005210***************************************************************
005220*  REVERSAL NET TABLE - BUILT BY 2170-REVERSE-GL-POSTINGS
005230*  FROM THE GLPOST HISTORY FOR A BUSINESS DATE A FORCED
005240*  RERUN IS ABOUT TO SUPERSEDE.  THE NET STILL STANDING PER
005250*  ACCOUNT AND BRANCH (ORIGINALS AND CORRECTIONS LESS ANY
005260*  EARLIER REVERSALS) IS WHAT THE REVERSING PAIRS BACK OUT,
005270*  SO A SECOND FORCED RERUN OF THE SAME DATE CANNOT
005280*  DOUBLE-REVERSE.
005290***************************************************************
005300 01  DL100-WS-RVSL-TABLE.
005310     05  DL100-WS-RVSL-ENTRY OCCURS 50 TIMES.
005320         10  DL100-WS-RV-ACCOUNT PIC X(10).
005330         10  DL100-WS-RV-BRANCH  PIC 9(03).
005340         10  DL100-WS-RV-DR-NET  PIC S9(11).
005350         10  DL100-WS-RV-CR-NET  PIC S9(11).
005360***************************************************************
005370*  BRANCH MASTER TABLE - LOADED FROM BRANCHDD AT START-UP.
005380*  GIVES VALIDATION THE OPEN/CLOSED/MERGED STATUS OF EVERY
005390*  BRANCH AND THE REPORT ITS NAME.  WHEN THE MASTER IS NOT
005400*  AVAILABLE THE RUN FALLS BACK TO THE OLD NUMERIC-ONLY
005410*  BRANCH CHECK SO A MASTER FILE PROBLEM CANNOT REJECT THE
005420*  WHOLE NIGHT.
005430***************************************************************
005440 01  DL100-WS-BRNM-TABLE.
005450     05  DL100-WS-BRNM-ENTRY OCCURS 50 TIMES.
005460         10  DL100-WS-BM-CODE    PIC 9(03).
005470         10  DL100-WS-BM-NAME    PIC X(20).
005480         10  DL100-WS-BM-STATUS  PIC X(01).
005490             88  DL100-BM-IS-OPEN        VALUE "O".
005500             88  DL100-BM-IS-MERGED      VALUE "M".
005510         10  DL100-WS-BM-MERGED  PIC 9(03).
005520         10  DL100-WS-BM-REGION  PIC X(10).
005530*    HOLD CARDS LOADED FROM HOLDCRDS.  THE DAILYCNT PRE-SCAN
005540*    COUNTS FOR THE AUTOMATIC HOLD (DL100-WS-HRATE-TABLE) FOLLOW
005550*    THE REASON FIELDS; AN ENTRY MARKED HELD HOLDS ITS BATCH.
005560 01  DL100-WS-HCARD-TABLE.
005570     05  DL100-WS-HCARD-ENTRY OCCURS 50 TIMES.
005580         10  DL100-WS-HC-BRANCH  PIC 9(03).
005590         10  DL100-WS-HC-DATE    PIC 9(08).
005600         10  DL100-WS-HC-REASON  PIC X(20).
005610***************************************************************
005620*  REJECT REASON CODES AND TEXT ASSIGNED BY 3060-WRITE-
005630*  REJECT.  THE VALUES BELOW ARE THE COMPILED-IN DEFAULTS;
005640*  1160-LOAD-RULES OVERLAYS THEM (AND THE VALIDATION BOUNDS)
005650*  FROM THE RULE ROW IN EFFECT FOR THE RUN DATE, SO THE
005660*  BUSINESS CAN CHANGE THEM WITHOUT A RECOMPILE.
005670***************************************************************
005680 01  DL100-WS-REASON-FIELDS.
005690     05  DL100-WS-NONNUM-CODE    PIC X(06)  VALUE "VAL001".
005700     05  DL100-WS-NONNUM-TEXT    PIC X(06)  VALUE "NONNUM".
005710     05  DL100-WS-BRANCH-CODE    PIC X(06)  VALUE "VAL004".
005720     05  DL100-WS-BRANCH-TEXT    PIC X(06)  VALUE "BRANCH".
005730     05  DL100-WS-RANGE-CODE     PIC X(06)  VALUE "VAL002".
005740     05  DL100-WS-RANGE-TEXT     PIC X(06)  VALUE "RANGE ".
005750     05  DL100-WS-OVRFLO-CODE    PIC X(06)  VALUE "VAL003".
005760     05  DL100-WS-OVRFLO-TEXT    PIC X(06)  VALUE "OVRFLO".
005770*    THE BRANCH MASTER REJECT (UNKNOWN, CLOSED, OR MERGED
005780*    BRANCH) IS NOT ON THE RULE ROW - THE ROW HAS NO SLOT
005790*    LEFT FOR A FIFTH PAIR - SO ITS CODE STANDS COMPILED IN.
005800     05  DL100-WS-BRNSTS-CODE    PIC X(06)  VALUE "VAL005".
005810     05  DL100-WS-BRNSTS-TEXT    PIC X(06)  VALUE "BRNSTS".
005820 01  DL100-WS-HRATE-TABLE.
005830     05  DL100-WS-HRATE-ENTRY OCCURS 500 TIMES.
005840         10  DL100-WS-HR-DATE    PIC 9(08).
005850         10  DL100-WS-HR-BRANCH  PIC 9(03).
005860         10  DL100-WS-HR-DETAILS PIC 9(05).
005870         10  DL100-WS-HR-REJECTS PIC 9(05).
005880         10  DL100-WS-HR-PCT     PIC 9(03).
005890         10  DL100-WS-HR-HOLD-SW PIC X(01).
005900             88  DL100-HR-IS-HELD        VALUE "Y".
005910***************************************************************
005920*  PER-BRANCH RUNNING TOTALS ACCUMULATED FROM THE DETAILS,
005930*  AND THE PER-BRANCH CONTROL COUNTS CAPTURED FROM THE
005940*  TRAILER AND ANY TRAILER EXTENSION (TRX) RECORDS AHEAD OF
005950*  IT, FOR THE BRANCH-LEVEL RECONCILIATION.  BOTH HOLD AS
005960*  MANY BRANCHES AS THE BRANCH MASTER.
005970*  A BRANCH ON HOLD CARRIES ITS HOLD TYPE AND THE AMOUNT HELD
005980*  BACK; ITS SETTLED AMOUNT THEN STAYS ZERO.
005990***************************************************************
006000 01  DL100-WS-BRANCH-TABLE.
006010     05  DL100-WS-BRANCH-ENTRY OCCURS 50 TIMES.
006020         10  DL100-WS-BR-CODE    PIC 9(03).
006030         10  DL100-WS-BR-TOTAL   PIC 9(09).
006040*        THE SETTLED AMOUNT (COMPUTED RESULTS, NOT INPUT
006050*        VOLUME) CARRIED TO THE BRANCH'S SETTLEMENT EXTRACT
006060*        RECORD.
006070         10  DL100-WS-BR-SETTLED PIC 9(09).
006080         10  DL100-WS-BR-DETAILS PIC 9(05).
006090         10  DL100-WS-BR-HOLD    PIC X(01).
006100             88  DL100-BR-HELD-BY-CARD   VALUE "C".
006110             88  DL100-BR-HELD-BY-RATE   VALUE "R".
006120         10  DL100-WS-BR-HELD-AMT PIC 9(09).
006130 01  DL100-WS-HRS-REASON.
006140     05  FILLER                  PIC X(12)  VALUE "REJECT RATE ".
006150     05  DL100-HRS-PCT           PIC ZZ9.
006160     05  FILLER                  PIC X(05)  VALUE " PCT ".
006170 01  DL100-WS-TRL-BRANCHES.
006180     05  DL100-WS-TRL-ENTRY OCCURS 50 TIMES.
006190         10  DL100-WS-TRL-BR-CODE
006200                                 PIC 9(03).
006210         10  DL100-WS-TRL-BR-COUNT
006220                                 PIC 9(09).
006230*    REJECTED DETAILS PER BRANCH, FOR THE BRANCH HISTORY ROW.
006240*    KEPT APART FROM THE TOTALS TABLE SO A BRANCH THAT SENT
006250*    NOTHING BUT REJECTS DOES NOT TURN UP IN THE RECONCILIATION.
006260 01  DL100-WS-BRJ-TABLE.
006270     05  DL100-WS-BRJ-ENTRY OCCURS 50 TIMES.
006280         10  DL100-WS-BRJ-CODE   PIC 9(03).
006290         10  DL100-WS-BRJ-COUNT  PIC 9(05).
006300 01  DL100-WS-RUN-TIME.
006310     05  DL100-WS-RUN-HH         PIC 9(02).
006320     05  DL100-WS-RUN-MN         PIC 9(02).
006330     05  DL100-WS-RUN-SS         PIC 9(02).
006340     05  FILLER                  PIC 9(02).
006350***************************************************************
006360*  RUN-CONTROL DATES - EVERY BUSINESS DATE THE RUN READ A
006370*  HEADER FOR (REPLAYED OR SKIPPED ON A RESTART INCLUDED),
006380*  RECORDED ON THE RUN-CONTROL LEDGER AT TERMINATION.
006390***************************************************************
006400 01  DL100-WS-RDT-TABLE.
006410     05  DL100-WS-RDT-DATE OCCURS 50 TIMES
006420                                 PIC 9(08).
006430 01  DL100-WS-SWITCHES.
006440     05  DL100-WS-EOF-SWITCH     PIC X(01)  VALUE "N".
006450         88  DL100-EOF-INPUT                VALUE "Y".
006460     05  DL100-WS-BAL-SWITCH     PIC X(01)  VALUE "Y".
006470         88  DL100-IN-BALANCE               VALUE "Y".
006480         88  DL100-OUT-OF-BALANCE            VALUE "N".
006490     05  DL100-WS-RESTART-SWITCH PIC X(01)  VALUE "N".
006500         88  DL100-RESTART-REQUESTED        VALUE "Y".
006510     05  DL100-WS-RST-REC-SWITCH PIC X(01)  VALUE "N".
006520         88  DL100-RST-REC-EXISTS       VALUE "Y".
006530     05  DL100-WS-VALID-SWITCH   PIC X(01)  VALUE "Y".
006540         88  DL100-DETAIL-IS-VALID          VALUE "Y".
006550         88  DL100-DETAIL-IS-INVALID        VALUE "N".
006560     05  DL100-WS-FIRST-DET-SW   PIC X(01)  VALUE "Y".
006570         88  DL100-FIRST-DETAIL             VALUE "Y".
006580     05  DL100-WS-RULES-EOF-SW   PIC X(01)  VALUE "N".
006590         88  DL100-RULES-EOF                VALUE "Y".
006600     05  DL100-WS-POSTED-SW      PIC X(01)  VALUE "N".
006610         88  DL100-POSTED-SKIP              VALUE "Y".
006620     05  DL100-WS-OVERRIDE-SW    PIC X(01)  VALUE "N".
006630         88  DL100-RUN-WAS-FORCED           VALUE "Y".
006640     05  DL100-WS-BATCH-OPEN-SW  PIC X(01)  VALUE "N".
006650         88  DL100-BATCH-OPEN               VALUE "Y".
006660     05  DL100-WS-BAT-BAL-SW     PIC X(01)  VALUE "Y".
006670         88  DL100-BAT-IN-BALANCE           VALUE "Y".
006680         88  DL100-BAT-OUT-OF-BAL           VALUE "N".
006690     05  DL100-WS-REASON-SW      PIC X(01)  VALUE SPACE.
006700         88  DL100-REASON-NONNUM            VALUE "1".
006710         88  DL100-REASON-RANGE             VALUE "2".
006720         88  DL100-REASON-OVRFLO            VALUE "3".
006730         88  DL100-REASON-BRANCH            VALUE "4".
006740         88  DL100-REASON-BRNSTS            VALUE "5".
006750     05  DL100-WS-MAP-EOF-SW     PIC X(01)  VALUE "N".
006760         88  DL100-MAP-EOF                  VALUE "Y".
006770     05  DL100-WS-BRNM-EOF-SW    PIC X(01)  VALUE "N".
006780         88  DL100-BRNM-EOF                 VALUE "Y".
006790     05  DL100-WS-RATES-EOF-SW   PIC X(01)  VALUE "N".
006800         88  DL100-RATES-EOF                VALUE "Y".
006810     05  DL100-WS-GLH-EOF-SW     PIC X(01)  VALUE "N".
006820         88  DL100-GLH-EOF                  VALUE "Y".
006830     05  DL100-WS-CAL-EOF-SW     PIC X(01)  VALUE "N".
006840         88  DL100-CAL-EOF                  VALUE "Y".
006850     05  DL100-WS-SNAP-EOF-SW    PIC X(01)  VALUE "N".
006860         88  DL100-SNAP-EOF                 VALUE "Y".
006870     05  DL100-WS-AHS-EOF-SW     PIC X(01)  VALUE "N".
006880         88  DL100-AHS-EOF                  VALUE "Y".
006890     05  DL100-WS-CAL-LOAD-SW    PIC X(01)  VALUE "N".
006900         88  DL100-CAL-LOADED               VALUE "Y".
006910     05  DL100-WS-CAL-BUS-SW     PIC X(01)  VALUE "Y".
006920         88  DL100-CAL-IS-BUS-DAY           VALUE "Y".
006930     05  DL100-WS-AUD-EOF-SW     PIC X(01)  VALUE "N".
006940         88  DL100-AUD-SCAN-EOF             VALUE "Y".
006950     05  DL100-WS-EXPECT-SW      PIC X(01)  VALUE "N".
006960         88  DL100-EXPECT-SEEN              VALUE "Y".
006970     05  DL100-WS-GAP-SW         PIC X(01)  VALUE "N".
006980         88  DL100-GAP-FLAGGED              VALUE "Y".
006990     05  DL100-WS-BAT-CAL-SW     PIC X(01)  VALUE "Y".
007000         88  DL100-BAT-ON-BUS-DAY           VALUE "Y".
007010     05  DL100-WS-BRNM-LOAD-SW   PIC X(01)  VALUE "N".
007020         88  DL100-BRNM-LOADED              VALUE "Y".
007030     05  DL100-WS-REPOS-SW       PIC X(01)  VALUE "N".
007040         88  DL100-REPOSITIONING            VALUE "Y".
007050     05  DL100-WS-HELD-SW        PIC X(01)  VALUE "N".
007060         88  DL100-DETAIL-IS-HELD           VALUE "Y".
007070     05  DL100-WS-PRESCAN-SW     PIC X(01)  VALUE "N".
007080         88  DL100-PRESCANNING              VALUE "Y".
007090     05  DL100-WS-HCD-EOF-SW     PIC X(01)  VALUE "N".
007100         88  DL100-HCD-EOF                  VALUE "Y".
007110     05  DL100-WS-HLD-OPEN-SW    PIC X(01)  VALUE "N".
007120         88  DL100-HLD-IS-OPEN              VALUE "Y".
007130 01  DL100-WS-RUN-DATE.
007140     05  DL100-WS-RUN-CCYY       PIC 9(04).
007150     05  DL100-WS-RUN-MM         PIC 9(02).
007160     05  DL100-WS-RUN-DD         PIC 9(02).
007170 01  DL100-WS-RUN-DATE-N REDEFINES DL100-WS-RUN-DATE
007180                                 PIC 9(08).
007190 01  GP-1.
007200     02  A                       PIC 9(09)  VALUE ZERO.
007210*    REGION SECTIONS - BRANCH, REGION, BREAK, REJECTS BY REASON.
007220 01  DL100-WS-RGB-TABLE.
007230     05  DL100-WS-RGB-ENTRY OCCURS 100 TIMES.
007240         10  DL100-WS-RB-CODE    PIC X(03).
007250         10  DL100-WS-RB-REGION  PIC X(10).
007260         10  DL100-WS-RB-BREAK   PIC X(01).
007270             88  DL100-RB-IS-BREAK       VALUE "B".
007280         10  DL100-WS-RB-REJ-COUNTS.
007290             15  DL100-WS-RB-REJ PIC 9(05) OCCURS 5 TIMES.
007300
007310***************************************************************
007320*  REPORT LINE LAYOUTS
007330***************************************************************
007340 01  DL100-WS-HDR-LINE.
007350     05  FILLER                  PIC X(17)
007360             VALUE "HELLO DAILY RUN -".
007370     05  FILLER                  PIC X(01)  VALUE SPACE.
007380     05  DL100-HL-CCYY           PIC 9(04).
007390     05  FILLER                  PIC X(01)  VALUE "-".
007400     05  DL100-HL-MM             PIC 9(02).
007410     05  FILLER                  PIC X(01)  VALUE "-".
007420     05  DL100-HL-DD             PIC 9(02).
007430     05  FILLER                  PIC X(52)  VALUE SPACES.
007440 01  DL100-WS-DET-LINE.
007450     05  FILLER                  PIC X(14)
007460             VALUE "INPUT VALUE: ".
007470     05  DL100-DL-INPUT          PIC ZZZZZZ9.
007480     05  FILLER                  PIC X(04)  VALUE SPACES.
007490     05  FILLER                  PIC X(11)
007500             VALUE "RESULT:    ".
007510     05  DL100-DL-RESULT         PIC ZZZZZZZZ9.
007520     05  FILLER                  PIC X(08)
007530             VALUE "  RATE: ".
007540     05  DL100-DL-RATE           PIC Z9.
007550     05  FILLER                  PIC X(02)  VALUE SPACES.
007560     05  DL100-DL-HELD           PIC X(04)  VALUE SPACES.
007570     05  FILLER                  PIC X(19)  VALUE SPACES.
007580 01  DL100-WS-TRL-LINE.
007590     05  FILLER                  PIC X(21)
007600             VALUE "RECORDS ON THIS RUN: ".
007610     05  DL100-TL-REC-COUNT      PIC ZZZZ9.
007620     05  FILLER                  PIC X(04)  VALUE SPACES.
007630     05  FILLER                  PIC X(14)
007640             VALUE "BAL STATUS:   ".
007650     05  DL100-TL-BAL-STATUS     PIC X(12).
007660     05  FILLER                  PIC X(02)  VALUE SPACES.
007670     05  FILLER                  PIC X(09)
007680             VALUE "BATCHES: ".
007690     05  DL100-TL-BATCH-COUNT    PIC ZZ9.
007700     05  FILLER                  PIC X(10)  VALUE SPACES.
007710 01  DL100-WS-BST-LINE.
007720     05  FILLER                  PIC X(07)  VALUE "BRANCH ".
007730     05  DL100-BST-CODE          PIC 9(03).
007740     05  FILLER                  PIC X(11)
007750             VALUE " SUBTOTAL: ".
007760     05  DL100-BST-TOTAL         PIC ZZZZZZZZ9.
007770     05  FILLER                  PIC X(02)  VALUE SPACES.
007780     05  DL100-BST-NAME          PIC X(20).
007790     05  FILLER                  PIC X(28)  VALUE SPACES.
007800 01  DL100-WS-BHD-LINE.
007810     05  FILLER                  PIC X(09)
007820             VALUE "BATCH OF ".
007830     05  DL100-BHD-DATE          PIC 9(08).
007840     05  FILLER                  PIC X(63)  VALUE SPACES.
007850 01  DL100-WS-BTL-LINE.
007860     05  FILLER                  PIC X(15)
007870             VALUE "BATCH RECORDS: ".
007880     05  DL100-BTL-REC-COUNT     PIC ZZZZ9.
007890     05  FILLER                  PIC X(04)  VALUE SPACES.
007900     05  FILLER                  PIC X(14)
007910             VALUE "BAL STATUS:   ".
007920     05  DL100-BTL-BAL-STATUS    PIC X(12).
007930     05  FILLER                  PIC X(30)  VALUE SPACES.
007940 01  DL100-WS-BRL-LINE.
007950     05  FILLER                  PIC X(07)  VALUE "BRANCH ".
007960     05  DL100-BRL-CODE          PIC 9(03).
007970     05  FILLER                  PIC X(11)
007980             VALUE "  CONTROL: ".
007990     05  DL100-BRL-CONTROL       PIC ZZZZZZZZ9.
008000     05  FILLER                  PIC X(10)
008010             VALUE "  ACTUAL: ".
008020     05  DL100-BRL-ACTUAL        PIC ZZZZZZZZ9.
008030     05  FILLER                  PIC X(02)  VALUE SPACES.
008040     05  DL100-BRL-STATUS        PIC X(12).
008050     05  FILLER                  PIC X(17)  VALUE SPACES.
008060 01  DL100-WS-CWR-LINE.
008070     05  FILLER                  PIC X(35)
008080             VALUE "** EXPECTED BUSINESS DATE MISSING: ".
008090     05  DL100-CWR-DATE          PIC 9(08).
008100     05  FILLER                  PIC X(37)  VALUE SPACES.
008110 01  DL100-WS-HLL-LINE.
008120     05  FILLER                  PIC X(07)  VALUE "BRANCH ".
008130     05  DL100-HLL-CODE          PIC 9(03).
008140     05  DL100-HLL-TYPE          PIC X(20).
008150     05  FILLER                  PIC X(10)  VALUE " DETAILS: ".
008160     05  DL100-HLL-DETAILS       PIC ZZZZ9.
008170     05  FILLER                  PIC X(09)  VALUE " AMOUNT: ".
008180     05  DL100-HLL-AMOUNT        PIC ZZZZZZZZ9.
008190     05  FILLER                  PIC X(17)  VALUE SPACES.
008200
008210     COPY DLRGNRPT.
008220 LINKAGE SECTION.
008230***************************************************************
008240*  DL100-PARM-AREA  --  THE JCL PARM (OR SYSIN PARAMETER CARD)
008250*                       PASSED TO THIS STEP. COLUMN 1 IS THE RUN
008260*                       MODE ("P" = PROCESS THE DAILY BATCH, "I" =
008270*                       INQUIRY), COLUMN 2 IS THE RESTART FLAG,
008280*                       COLUMNS 3-4 ARE THE MULTIPLIER TO APPLY TO
008290*                       EACH DETAIL, COLUMNS 5-12 ARE THE JOB ID
008300*                       TO RECORD ON THE AUDIT TRAIL, AND COLUMNS
008310*                       13-20 ARE THE BUSINESS DATE TO LOOK UP
008320*                       ON DL100-AUD-FILE WHEN THE MODE IS "I",
008330*                       AND COLUMN 21 IS THE FORCE FLAG ("F" =
008340*                       PROCESS A BUSINESS DATE THAT HAS
008350*                       ALREADY BEEN POSTED, OVERWRITING ITS
008360*                       AUDIT ROW - RECORDED ON THE AUDIT
008370*                       TRAIL).
008380***************************************************************
008390 01  DL100-PARM-AREA.
008400     05  DL100-PARM-LEN          PIC S9(04) COMP.
008410     05  DL100-PARM-TEXT         PIC X(80).
008420     05  DL100-PARM-FIELDS REDEFINES DL100-PARM-TEXT.
008430         10  DL100-PARM-MODE     PIC X(01).
008440             88  DL100-PARM-MODE-PROCESS VALUE "P".
008450             88  DL100-PARM-MODE-INQUIRY VALUE "I".
008460         10  DL100-PARM-RESTART  PIC X(01).
008470         10  DL100-PARM-MULTIPLIER PIC 9(02).
008480         10  DL100-PARM-JOB-ID   PIC X(08).
008490         10  DL100-PARM-INQ-DATE PIC 9(08).
008500         10  DL100-PARM-FORCE    PIC X(01).
008510             88  DL100-PARM-FORCE-RERUN  VALUE "F".
008520         10  FILLER              PIC X(59).
008530 PROCEDURE DIVISION USING DL100-PARM-AREA.
008540 0000-MAINLINE.
008550     IF DL100-PARM-LEN > ZERO AND DL100-PARM-MODE-INQUIRY
008560         PERFORM 1270-INQUIRY-MODE THRU 1270-EXIT
008570     ELSE
008580         PERFORM 1000-INITIALIZE THRU 1000-EXIT
008590         PERFORM 2000-PROCESS THRU 2000-EXIT
008600             UNTIL DL100-EOF-INPUT
008610         PERFORM 8000-RECONCILE THRU 8000-EXIT
008620         PERFORM 9000-TERMINATE THRU 9000-EXIT
008630     END-IF.
008640     MOVE DL100-WS-RETURN-CODE TO RETURN-CODE.
008650     STOP RUN.
008660
008670***************************************************************
008680*  1000-INITIALIZE  --  OPEN THE DAILY VOLUME FILE AND THE
008690*                       REPORT FILE, PRINT THE REPORT HEADER,
008700*                       AND PRIME THE READ OF THE INPUT BATCH.
008710***************************************************************
008720 1000-INITIALIZE.
008730     DISPLAY "HELLO WORLD.".
008740     IF DL100-PARM-LEN > ZERO AND DL100-PARM-MULTIPLIER > ZERO
008750         MOVE DL100-PARM-MULTIPLIER TO DL100-WS-MULTIPLIER
008760     END-IF.
008770     IF DL100-PARM-LEN > ZERO AND DL100-PARM-RESTART = "Y"
008780         SET DL100-RESTART-REQUESTED TO TRUE
008790     END-IF.
008800     ACCEPT DL100-WS-RUN-DATE FROM DATE YYYYMMDD.
008810     ACCEPT DL100-WS-RUN-TIME FROM TIME.
008820     IF DL100-PARM-LEN > ZERO AND DL100-PARM-JOB-ID NOT = SPACES
008830         MOVE DL100-PARM-JOB-ID TO DL100-WS-JOB-ID
008840     ELSE
008850         MOVE "HELLOJOB" TO DL100-WS-JOB-ID
008860     END-IF.
008870     MOVE DL100-WS-RUN-DATE-N TO DL100-WS-BUS-DATE.
008880     PERFORM 1160-LOAD-RULES THRU 1160-EXIT.
008890     PERFORM 1190-LOAD-CALENDAR THRU 1190-EXIT.
008900     PERFORM 1140-OPEN-AUDIT-FILE THRU 1140-EXIT.
008910     PERFORM 1195-SET-EXPECTED-DATE THRU 1195-EXIT.
008920     PERFORM 1150-OPEN-RESTART-FILE THRU 1150-EXIT.
008930     PERFORM 1155-SNAPSHOT-OUTPUTS THRU 1155-EXIT.
008940     OPEN INPUT DL100-IN-FILE.
008950     OPEN OUTPUT DL100-RPT-FILE.
008960     IF DL100-WS-RPT-STATUS NOT = "00"
008970         DISPLAY "HELLO: UNABLE TO OPEN HELLORPT, STATUS = "
008980             DL100-WS-RPT-STATUS
008990         MOVE 0016 TO DL100-WS-RETURN-CODE
009000     END-IF.
009010     OPEN OUTPUT DL100-REJ-FILE.
009020     IF DL100-WS-REJ-STATUS NOT = "00"
009030         DISPLAY "HELLO: UNABLE TO OPEN REJECTDD, STATUS = "
009040             DL100-WS-REJ-STATUS
009050         MOVE 0016 TO DL100-WS-RETURN-CODE
009060     END-IF.
009070     OPEN OUTPUT DL100-EXT-FILE.
009080     IF DL100-WS-EXT-STATUS NOT = "00"
009090         DISPLAY "HELLO: UNABLE TO OPEN SETLXTR, STATUS = "
009100             DL100-WS-EXT-STATUS
009110         MOVE 0016 TO DL100-WS-RETURN-CODE
009120     END-IF.
009130     PERFORM 1145-OPEN-BRN-HISTORY THRU 1145-EXIT.
009140     PERFORM 1141-LOAD-HOLDS THRU 1141-EXIT.
009150     PERFORM 1175-LOAD-ACCT-MAP THRU 1175-EXIT.
009160     PERFORM 1178-LOAD-RATES THRU 1178-EXIT.
009170     PERFORM 1180-LOAD-BRANCHES THRU 1180-EXIT.
009180     OPEN OUTPUT DL100-GL-FILE.
009190     IF DL100-WS-GL-STATUS NOT = "00"
009200         DISPLAY "HELLO: UNABLE TO OPEN GLPOST, STATUS = "
009210             DL100-WS-GL-STATUS
009220         MOVE 0016 TO DL100-WS-RETURN-CODE
009230     ELSE
009240         MOVE SPACES TO DL100-GL-RECORD
009250         MOVE "GLH" TO DL100-GL-RECORD-TYPE
009260         MOVE DL100-WS-RUN-DATE-N TO DL100-GL-POST-DATE
009270         WRITE DL100-GL-RECORD
009280     END-IF.
009290*    THE REPORT HEADER GOES OUT BEFORE ANY REPOSITIONING -
009300*    A RESTART REPLAYS BATCH SECTIONS, AND THOSE LINES MUST
009310*    PRINT UNDER THE RUN HEADER, NOT ABOVE IT.
009320     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
009330     IF DL100-WS-IN-STATUS NOT = "00"
009340         DISPLAY "HELLO: UNABLE TO OPEN DAILYCNT, STATUS = "
009350             DL100-WS-IN-STATUS
009360         SET DL100-EOF-INPUT TO TRUE
009370         SET DL100-OUT-OF-BALANCE TO TRUE
009380         MOVE 0016 TO DL100-WS-RETURN-CODE
009390     ELSE
009400         IF DL100-WS-HOLD-PCT > ZERO
009410             PERFORM 1146-PRESCAN-REJECT-RATE THRU 1146-EXIT
009420         END-IF
009430         IF DL100-RESTART-REQUESTED
009440             PERFORM 1250-RESTART-REPOSITION THRU 1250-EXIT
009450         END-IF
009460         PERFORM 1100-READ-IN-FILE THRU 1100-EXIT
009470     END-IF.
009480 1000-EXIT.
009490     EXIT.
009500
009510***************************************************************
009520*  1150-OPEN-RESTART-FILE  --  OPEN THE CHECKPOINT FILE FOR
009530*                              UPDATE AND LOOK UP TODAY'S
009540*                              CHECKPOINT ROW, KEYED BY RUN
009550*                              DATE, SO 3100-CHECKPOINT CAN
009560*                              REWRITE IT IN PLACE INSTEAD OF
009570*                              APPENDING A NEW ROW EVERY
009580*                              CHECKPOINT INTERVAL. KEYING BY
009590*                              RUN DATE ALSO MEANS A CHECKPOINT
009600*                              LEFT OVER FROM A DIFFERENT DAY'S
009610*                              DAILYCNT IS NEVER FOUND, SO A
009620*                              RESTART REQUESTED ON A FRESH DAY
009630*                              CANNOT SILENTLY REPOSITION PAST
009640*                              RECORDS IN TODAY'S FILE USING A
009650*                              STALE COUNT.
009660***************************************************************
009670 1150-OPEN-RESTART-FILE.
009680     OPEN I-O DL100-RST-FILE.
009690     IF DL100-WS-RST-STATUS NOT = "00"
009700         OPEN OUTPUT DL100-RST-FILE
009710         CLOSE DL100-RST-FILE
009720         OPEN I-O DL100-RST-FILE
009730     END-IF.
009740     MOVE ZERO TO DL100-WS-RESTART-COUNT.
009750     MOVE DL100-WS-RUN-DATE TO DL100-RST-RUN-DATE.
009760     READ DL100-RST-FILE
009770         KEY IS DL100-RST-RUN-DATE
009780         INVALID KEY
009790             CONTINUE
009800         NOT INVALID KEY
009810             SET DL100-RST-REC-EXISTS TO TRUE
009820             MOVE DL100-RST-LAST-COUNT TO DL100-WS-RESTART-COUNT
009830     END-READ.
009840 1150-EXIT.
009850     EXIT.
009860
009870***************************************************************
009880*  1155-SNAPSHOT-OUTPUTS  --  RECORD WHERE THE DISP=MOD
009890*                             OUTPUT DATASETS STAND AT RUN
009900*                             START ON THE CHECKPOINT ROW,
009910*                             SO THE RECOVERY STEP CAN TRIM
009920*                             A FAILED RUN'S PARTIAL OUTPUT
009930*                             BEFORE A RESTART.  ON A
009940*                             RESTART THE ROW ALREADY HOLDS
009950*                             THE FAILED RUN'S SNAPSHOT AND
009960*                             MUST STAND - RSTRECOV HAS JUST
009970*                             TRIMMED THE DATASETS BACK TO
009980*                             IT.
009990***************************************************************
010000 1155-SNAPSHOT-OUTPUTS.
010010*    STATUS "23" IS THE NORMAL FIRST RUN OF A DAY - THE
010020*    KEYED READ IN 1150-OPEN-RESTART-FILE FOUND NO ROW YET.
010030*    ONLY A FILE THAT FAILED TO OPEN SKIPS THE SNAPSHOT.
010040     IF DL100-WS-RST-STATUS NOT = "00" AND NOT = "23"
010050         GO TO 1155-EXIT.
010060     IF DL100-RESTART-REQUESTED
010070         DISPLAY "HELLO: RESTART - OUTPUT SNAPSHOT STANDS AT "
010080             "REJ " DL100-RST-REJ-COUNT
010090             " EXT " DL100-RST-EXT-COUNT
010100             " GL " DL100-RST-GL-COUNT
010110         GO TO 1155-EXIT.
010120     IF NOT DL100-RST-REC-EXISTS
010130         MOVE SPACES TO DL100-RST-RECORD
010140     END-IF.
010150     PERFORM 1156-COUNT-REJECTS THRU 1156-EXIT.
010160     PERFORM 1157-COUNT-EXTRACT THRU 1157-EXIT.
010170     PERFORM 1158-COUNT-GL THRU 1158-EXIT.
010180     MOVE ZERO TO DL100-RST-LAST-COUNT.
010190     MOVE DL100-WS-RUN-DATE TO DL100-RST-RUN-DATE.
010200     IF DL100-RST-REC-EXISTS
010210         REWRITE DL100-RST-RECORD
010220     ELSE
010230         WRITE DL100-RST-RECORD
010240         IF DL100-WS-RST-STATUS = "00"
010250             SET DL100-RST-REC-EXISTS TO TRUE
010260         END-IF
010270     END-IF.
010280     IF DL100-WS-RST-STATUS NOT = "00"
010290         DISPLAY "HELLO: UNABLE TO RECORD OUTPUT SNAPSHOT, "
010300             "STATUS = " DL100-WS-RST-STATUS
010310     END-IF.
010320 1155-EXIT.
010330     EXIT.
010340
010350***************************************************************
010360*  1156-COUNT-REJECTS  --  COUNT THE RECORDS ALREADY ON
010370*                          REJECTDD.  THE FILE IS READ AND
010380*                          CLOSED BEFORE THE RUN OPENS IT
010390*                          FOR OUTPUT.  A DATASET NOT YET
010400*                          CREATED COUNTS AS EMPTY.
010410***************************************************************
010420 1156-COUNT-REJECTS.
010430     MOVE ZERO TO DL100-WS-SNAP-COUNT.
010440     MOVE "N" TO DL100-WS-SNAP-EOF-SW.
010450     OPEN INPUT DL100-REJ-FILE.
010460     IF DL100-WS-REJ-STATUS NOT = "00"
010470         MOVE SPACES TO DL100-WS-REJ-STATUS
010480         MOVE ZERO TO DL100-RST-REJ-COUNT
010490         GO TO 1156-EXIT.
010500     PERFORM 1159-COUNT-ONE-REJECT THRU 1159-EXIT
010510         UNTIL DL100-SNAP-EOF.
010520     CLOSE DL100-REJ-FILE.
010530     MOVE SPACES TO DL100-WS-REJ-STATUS.
010540     MOVE DL100-WS-SNAP-COUNT TO DL100-RST-REJ-COUNT.
010550 1156-EXIT.
010560     EXIT.
010570
010580 1159-COUNT-ONE-REJECT.
010590     READ DL100-REJ-FILE
010600         AT END
010610             SET DL100-SNAP-EOF TO TRUE
010620             GO TO 1159-EXIT
010630     END-READ.
010640     ADD 1 TO DL100-WS-SNAP-COUNT.
010650 1159-EXIT.
010660     EXIT.
010670
010680***************************************************************
010690*  1157-COUNT-EXTRACT  --  SAME SNAPSHOT COUNT FOR SETLXTR.
010700***************************************************************
010710 1157-COUNT-EXTRACT.
010720     MOVE ZERO TO DL100-WS-SNAP-COUNT.
010730     MOVE "N" TO DL100-WS-SNAP-EOF-SW.
010740     OPEN INPUT DL100-EXT-FILE.
010750     IF DL100-WS-EXT-STATUS NOT = "00"
010760         MOVE SPACES TO DL100-WS-EXT-STATUS
010770         MOVE ZERO TO DL100-RST-EXT-COUNT
010780         GO TO 1157-EXIT.
010790     PERFORM 1161-COUNT-ONE-EXTRACT THRU 1161-EXIT
010800         UNTIL DL100-SNAP-EOF.
010810     CLOSE DL100-EXT-FILE.
010820     MOVE SPACES TO DL100-WS-EXT-STATUS.
010830     MOVE DL100-WS-SNAP-COUNT TO DL100-RST-EXT-COUNT.
010840 1157-EXIT.
010850     EXIT.
010860
010870 1161-COUNT-ONE-EXTRACT.
010880     READ DL100-EXT-FILE
010890         AT END
010900             SET DL100-SNAP-EOF TO TRUE
010910             GO TO 1161-EXIT
010920     END-READ.
010930     ADD 1 TO DL100-WS-SNAP-COUNT.
010940 1161-EXIT.
010950     EXIT.
010960
010970***************************************************************
010980*  1158-COUNT-GL  --  SAME SNAPSHOT COUNT FOR GLPOST, READ
010990*                     THROUGH THE GLHIST DD SO THE OUTPUT DD
011000*                     IS NOT DISTURBED.
011010***************************************************************
011020 1158-COUNT-GL.
011030     MOVE ZERO TO DL100-WS-SNAP-COUNT.
011040     MOVE "N" TO DL100-WS-SNAP-EOF-SW.
011050     OPEN INPUT DL100-GLH-FILE.
011060     IF DL100-WS-GLH-STATUS NOT = "00"
011070         MOVE SPACES TO DL100-WS-GLH-STATUS
011080         MOVE ZERO TO DL100-RST-GL-COUNT
011090         GO TO 1158-EXIT.
011100     PERFORM 1162-COUNT-ONE-GL THRU 1162-EXIT
011110         UNTIL DL100-SNAP-EOF.
011120     CLOSE DL100-GLH-FILE.
011130     MOVE SPACES TO DL100-WS-GLH-STATUS.
011140     MOVE DL100-WS-SNAP-COUNT TO DL100-RST-GL-COUNT.
011150 1158-EXIT.
011160     EXIT.
011170
011180 1162-COUNT-ONE-GL.
011190     READ DL100-GLH-FILE
011200         AT END
011210             SET DL100-SNAP-EOF TO TRUE
011220             GO TO 1162-EXIT
011230     END-READ.
011240     ADD 1 TO DL100-WS-SNAP-COUNT.
011250 1162-EXIT.
011260     EXIT.
011270
011280***************************************************************
011290*  1160-LOAD-RULES  --  READ THE VALIDATION RULES FILE AND
011300*                       KEEP THE BOUNDS AND REJECT REASON
011310*                       FIELDS FROM THE LATEST ACTIVE ROW
011320*                       WHOSE EFFECTIVE DATE IS ON OR BEFORE
011330*                       THE RUN DATE.  WHEN THE FILE IS NOT
011340*                       AVAILABLE OR NO ROW QUALIFIES, THE
011350*                       COMPILED-IN DEFAULTS STAND.
011360***************************************************************
011370 1160-LOAD-RULES.
011380     OPEN INPUT DL100-RUL-FILE.
011390     IF DL100-WS-RUL-STATUS NOT = "00"
011400         DISPLAY "HELLO: RULESDD NOT AVAILABLE, STATUS = "
011410             DL100-WS-RUL-STATUS
011420             ", USING COMPILED-IN VALIDATION RULES"
011430         GO TO 1160-EXIT.
011440     PERFORM 1170-READ-RULE THRU 1170-EXIT.
011450     PERFORM 1165-SELECT-RULE THRU 1165-EXIT
011460         UNTIL DL100-RULES-EOF.
011470     CLOSE DL100-RUL-FILE.
011480     IF DL100-WS-RULE-EFF-DATE > ZERO
011490         DISPLAY "HELLO: VALIDATION RULES EFFECTIVE "
011500             DL100-WS-RULE-EFF-DATE
011510     ELSE
011520         DISPLAY "HELLO: NO RULE ROW IN EFFECT FOR RUN DATE, "
011530             "USING COMPILED-IN VALIDATION RULES"
011540     END-IF.
011550 1160-EXIT.
011560     EXIT.
011570
011580***************************************************************
011590*  1165-SELECT-RULE  --  APPLY ONE RULE ROW IF IT IS ACTIVE,
011600*                        IN EFFECT FOR THE RUN DATE, AND
011610*                        LATER THAN ANY ROW ALREADY APPLIED,
011620*                        THEN READ THE NEXT ROW.
011630***************************************************************
011640 1165-SELECT-RULE.
011650     IF DL100-RUL-IS-ACTIVE
011660         AND DL100-RUL-EFF-DATE NOT > DL100-WS-RUN-DATE-N
011670         AND DL100-RUL-EFF-DATE >= DL100-WS-RULE-EFF-DATE
011680         AND DL100-RUL-LOW-BOUND NUMERIC
011690         AND DL100-RUL-HIGH-BOUND NUMERIC
011700         MOVE DL100-RUL-EFF-DATE TO DL100-WS-RULE-EFF-DATE
011710         MOVE DL100-RUL-LOW-BOUND TO DL100-WS-LOW-BOUND
011720         MOVE DL100-RUL-HIGH-BOUND TO DL100-WS-HIGH-BOUND
011730         MOVE DL100-RUL-NONNUM-CODE TO DL100-WS-NONNUM-CODE
011740         MOVE DL100-RUL-NONNUM-TEXT TO DL100-WS-NONNUM-TEXT
011750         MOVE DL100-RUL-BRANCH-CODE TO DL100-WS-BRANCH-CODE
011760         MOVE DL100-RUL-BRANCH-TEXT TO DL100-WS-BRANCH-TEXT
011770         MOVE DL100-RUL-RANGE-CODE TO DL100-WS-RANGE-CODE
011780         MOVE DL100-RUL-RANGE-TEXT TO DL100-WS-RANGE-TEXT
011790         MOVE DL100-RUL-OVRFLO-CODE TO DL100-WS-OVRFLO-CODE
011800         MOVE DL100-RUL-OVRFLO-TEXT TO DL100-WS-OVRFLO-TEXT
011810     END-IF.
011820     PERFORM 1170-READ-RULE THRU 1170-EXIT.
011830 1165-EXIT.
011840     EXIT.
011850
011860 1170-READ-RULE.
011870     READ DL100-RUL-FILE NEXT RECORD
011880         AT END
011890             SET DL100-RULES-EOF TO TRUE
011900     END-READ.
011910 1170-EXIT.
011920     EXIT.
011930
011940***************************************************************
011950*  1175-LOAD-ACCT-MAP  --  LOAD THE BRANCH-TO-ACCOUNT MAPPING
011960*                          TABLE FROM ACCTMAP.  WITH NO
011970*                          MAPPING FILE EVERY POSTING GOES TO
011980*                          THE SUSPENSE ACCOUNTS, SO THE GL
011990*                          STILL BALANCES AND THE GAP SHOWS.
012000***************************************************************
012010 1175-LOAD-ACCT-MAP.
012020     OPEN INPUT DL100-MAP-FILE.
012030     IF DL100-WS-MAP-STATUS NOT = "00"
012040         DISPLAY "HELLO: ACCTMAP NOT AVAILABLE, STATUS = "
012050             DL100-WS-MAP-STATUS
012060             ", POSTING TO SUSPENSE"
012070         SET DL100-MAP-EOF TO TRUE
012080         GO TO 1175-EXIT.
012090     PERFORM 1176-LOAD-MAP-ROW THRU 1176-EXIT
012100         UNTIL DL100-MAP-EOF.
012110     CLOSE DL100-MAP-FILE.
012120 1175-EXIT.
012130     EXIT.
012140
012150 1176-LOAD-MAP-ROW.
012160     READ DL100-MAP-FILE
012170         AT END
012180             SET DL100-MAP-EOF TO TRUE
012190             GO TO 1176-EXIT
012200     END-READ.
012210     IF DL100-MAP-BRANCH NOT NUMERIC
012220         DISPLAY "HELLO: BAD ACCTMAP ROW IGNORED - "
012230             DL100-MAP-RECORD(1:23)
012240         GO TO 1176-EXIT
012250     END-IF.
012260     IF DL100-WS-MAP-USED >= 50
012270         DISPLAY "HELLO: ACCOUNT MAP TABLE FULL, ROW IGNORED"
012280         GO TO 1176-EXIT
012290     END-IF.
012300     ADD 1 TO DL100-WS-MAP-USED.
012310     MOVE DL100-MAP-BRANCH
012320         TO DL100-WS-MP-BRANCH(DL100-WS-MAP-USED).
012330     MOVE DL100-MAP-DR-ACCOUNT
012340         TO DL100-WS-MP-DR-ACCT(DL100-WS-MAP-USED).
012350     MOVE DL100-MAP-CR-ACCOUNT
012360         TO DL100-WS-MP-CR-ACCT(DL100-WS-MAP-USED).
012370 1176-EXIT.
012380     EXIT.
012390
012400***************************************************************
012410*  1178-LOAD-RATES  --  LOAD THE ACTIVE PER-BRANCH RATE ROWS
012420*                       FROM RATESDD.  EXPIRED ROWS ARE
012430*                       SKIPPED; WITH NO RATES FILE EVERY
012440*                       BRANCH PROCESSES AT THE PARM
012450*                       MULTIPLIER, AS BEFORE.
012460***************************************************************
012470 1178-LOAD-RATES.
012480     OPEN INPUT DL100-RAT-FILE.
012490     IF DL100-WS-RAT-STATUS NOT = "00"
012500         DISPLAY "HELLO: RATESDD NOT AVAILABLE, STATUS = "
012510             DL100-WS-RAT-STATUS
012520             ", USING THE PARM MULTIPLIER THROUGHOUT"
012530         SET DL100-RATES-EOF TO TRUE
012540         GO TO 1178-EXIT.
012550     PERFORM 1179-LOAD-RATE-ROW THRU 1179-EXIT
012560         UNTIL DL100-RATES-EOF.
012570     CLOSE DL100-RAT-FILE.
012580 1178-EXIT.
012590     EXIT.
012600
012610 1179-LOAD-RATE-ROW.
012620     READ DL100-RAT-FILE NEXT RECORD
012630         AT END
012640             SET DL100-RATES-EOF TO TRUE
012650             GO TO 1179-EXIT
012660     END-READ.
012670     IF NOT DL100-RAT-IS-ACTIVE
012680         OR DL100-RAT-MULTIPLIER NOT NUMERIC
012690         OR DL100-RAT-MULTIPLIER = ZERO
012700         GO TO 1179-EXIT.
012710     IF DL100-WS-RATE-USED >= 100
012720         DISPLAY "HELLO: RATE TABLE FULL, BRANCH "
012730             DL100-RAT-BRANCH " EFFECTIVE "
012740             DL100-RAT-EFF-DATE " IGNORED"
012750         GO TO 1179-EXIT
012760     END-IF.
012770     ADD 1 TO DL100-WS-RATE-USED.
012780     MOVE DL100-RAT-BRANCH
012790         TO DL100-WS-RT-BRANCH(DL100-WS-RATE-USED).
012800     MOVE DL100-RAT-EFF-DATE
012810         TO DL100-WS-RT-EFF(DL100-WS-RATE-USED).
012820     MOVE DL100-RAT-MULTIPLIER
012830         TO DL100-WS-RT-RATE(DL100-WS-RATE-USED).
012840 1179-EXIT.
012850     EXIT.
012860
012870***************************************************************
012880*  1190-LOAD-CALENDAR  --  LOAD THE BUSINESS PROCESSING
012890*                          CALENDAR: THE WEEKLY WORKING-DAY
012900*                          FLAGS AND THE HOLIDAY DATES.
012910*                          WITH NO CALENDAR THE BUSINESS-DAY
012920*                          CHECKS AND THE MISSING-DAY WATCH
012930*                          ARE SKIPPED, AS BEFORE.
012940***************************************************************
012950 1190-LOAD-CALENDAR.
012960     OPEN INPUT DL100-CAL-FILE.
012970     IF DL100-WS-CAL-STATUS NOT = "00"
012980         DISPLAY "HELLO: CALENDAR NOT AVAILABLE, STATUS = "
012990             DL100-WS-CAL-STATUS
013000             ", BUSINESS DAY CHECKS SKIPPED"
013010         SET DL100-CAL-EOF TO TRUE
013020         GO TO 1190-EXIT.
013030     SET DL100-CAL-LOADED TO TRUE.
013040     PERFORM 1191-LOAD-CAL-ROW THRU 1191-EXIT
013050         UNTIL DL100-CAL-EOF.
013060     CLOSE DL100-CAL-FILE.
013070 1190-EXIT.
013080     EXIT.
013090
013100 1191-LOAD-CAL-ROW.
013110     READ DL100-CAL-FILE
013120         AT END
013130             SET DL100-CAL-EOF TO TRUE
013140             GO TO 1191-EXIT
013150     END-READ.
013160     EVALUATE TRUE
013170         WHEN DL100-CAL-IS-WEEK-RULE
013180             MOVE DL100-CAL-DAY-FLAGS
013190                 TO DL100-WS-CAL-WEEK-FLAGS
013200         WHEN DL100-CAL-IS-HOLIDAY
013210             AND DL100-CAL-HOL-DATE NUMERIC
013220             AND DL100-CAL-HOL-DATE > ZERO
013230             IF DL100-WS-HOL-USED < 100
013240                 ADD 1 TO DL100-WS-HOL-USED
013250                 MOVE DL100-CAL-HOL-DATE
013260                     TO DL100-WS-HOL-DATE(DL100-WS-HOL-USED)
013270             ELSE
013280                 DISPLAY "HELLO: HOLIDAY TABLE FULL, "
013290                     DL100-CAL-HOL-DATE " IGNORED"
013300             END-IF
013310         WHEN OTHER
013320             DISPLAY "HELLO: BAD CALENDAR ROW IGNORED - "
013330                 DL100-CAL-RECORD(1:20)
013340     END-EVALUATE.
013350 1191-EXIT.
013360     EXIT.
013370
013380***************************************************************
013390*  1195-SET-EXPECTED-DATE  --  FIND THE LAST POSTED BUSINESS
013400*                              DATE ON THE AUDIT TRAIL AND
013410*                              DERIVE THE NEXT BUSINESS DATE
013420*                              THE CALENDAR EXPECTS, SO A
013430*                              DROPPED FEED SHOWS UP AS A GAP
013440*                              TONIGHT INSTEAD OF WHEN
013450*                              SETTLEMENT CALLS.
013460***************************************************************
013470 1195-SET-EXPECTED-DATE.
013480     IF NOT DL100-CAL-LOADED
013490         GO TO 1195-EXIT.
013500     IF DL100-WS-AUD-STATUS NOT = "00" AND NOT = "23"
013510         GO TO 1195-EXIT.
013520     MOVE ZERO TO DL100-WS-LAST-AUD-DATE.
013530     MOVE ZEROS TO DL100-AUD-RUN-DATE.
013540     START DL100-AUD-FILE
013550         KEY IS NOT LESS THAN DL100-AUD-RUN-DATE
013560         INVALID KEY
013570             SET DL100-AUD-SCAN-EOF TO TRUE
013580     END-START.
013590     PERFORM 1196-SCAN-AUDIT-ROW THRU 1196-EXIT
013600         UNTIL DL100-AUD-SCAN-EOF.
013610*    THE SEQUENTIAL SCAN ENDS AT END OF FILE (STATUS "10").
013620*    RESTORE THE STATUS SO THE KEYED READS AND WRITES THE
013630*    REST OF THE RUN GATES ON IT STILL SEE A HEALTHY FILE.
013640     MOVE "00" TO DL100-WS-AUD-STATUS.
013650     IF DL100-WS-LAST-AUD-DATE > ZERO
013660         MOVE DL100-WS-LAST-AUD-DATE TO DL100-WS-CAL-TEST-DATE
013670         PERFORM 7500-NEXT-BUSINESS-DAY THRU 7500-EXIT
013680         IF DL100-WS-EXPECT-DATE > ZERO
013690             DISPLAY "HELLO: EXPECTING BUSINESS DATE "
013700                 DL100-WS-EXPECT-DATE " IN TONIGHT'S INPUT"
013710         END-IF
013720     END-IF.
013730 1195-EXIT.
013740     EXIT.
013750
013760 1196-SCAN-AUDIT-ROW.
013770     READ DL100-AUD-FILE NEXT RECORD
013780         AT END
013790             SET DL100-AUD-SCAN-EOF TO TRUE
013800             GO TO 1196-EXIT
013810     END-READ.
013820     MOVE DL100-AUD-RUN-DATE TO DL100-WS-LAST-AUD-DATE.
013830 1196-EXIT.
013840     EXIT.
013850
013860***************************************************************
013870*  1180-LOAD-BRANCHES  --  LOAD THE BRANCH MASTER TABLE FROM
013880*                          BRANCHDD.  WITH NO MASTER THE RUN
013890*                          KEEPS THE OLD NUMERIC-ONLY BRANCH
013900*                          CHECK, SO A MASTER FILE PROBLEM
013910*                          CANNOT REJECT THE WHOLE NIGHT.
013920***************************************************************
013930 1180-LOAD-BRANCHES.
013940     OPEN INPUT DL100-BRN-FILE.
013950     IF DL100-WS-BRNF-STATUS NOT = "00"
013960         DISPLAY "HELLO: BRANCHDD NOT AVAILABLE, STATUS = "
013970             DL100-WS-BRNF-STATUS
013980             ", BRANCH STATUS NOT VALIDATED"
013990         SET DL100-BRNM-EOF TO TRUE
014000         GO TO 1180-EXIT.
014010     SET DL100-BRNM-LOADED TO TRUE.
014020     PERFORM 1181-LOAD-BRN-ROW THRU 1181-EXIT
014030         UNTIL DL100-BRNM-EOF.
014040     CLOSE DL100-BRN-FILE.
014050 1180-EXIT.
014060     EXIT.
014070
014080 1181-LOAD-BRN-ROW.
014090     READ DL100-BRN-FILE NEXT RECORD
014100         AT END
014110             SET DL100-BRNM-EOF TO TRUE
014120             GO TO 1181-EXIT
014130     END-READ.
014140     IF DL100-WS-BRNM-USED >= 50
014150         DISPLAY "HELLO: BRANCH MASTER TABLE FULL, BRANCH "
014160             DL100-BRN-BRANCH " IGNORED"
014170         GO TO 1181-EXIT
014180     END-IF.
014190     ADD 1 TO DL100-WS-BRNM-USED.
014200     MOVE DL100-BRN-BRANCH
014210         TO DL100-WS-BM-CODE(DL100-WS-BRNM-USED).
014220     MOVE DL100-BRN-NAME
014230         TO DL100-WS-BM-NAME(DL100-WS-BRNM-USED).
014240     MOVE DL100-BRN-STATUS
014250         TO DL100-WS-BM-STATUS(DL100-WS-BRNM-USED).
014260     IF DL100-BRN-MERGED-INTO NUMERIC
014270         MOVE DL100-BRN-MERGED-INTO
014280             TO DL100-WS-BM-MERGED(DL100-WS-BRNM-USED)
014290     ELSE
014300         MOVE ZERO TO DL100-WS-BM-MERGED(DL100-WS-BRNM-USED)
014310     END-IF.
014320     MOVE DL100-BRN-REGION
014330         TO DL100-WS-BM-REGION(DL100-WS-BRNM-USED).
014340 1181-EXIT.
014350     EXIT.
014360
014370***************************************************************
014380*  1185-FIND-BRN-ENTRY  --  LOOK UP DL100-WS-BRNM-SRCH IN THE
014390*                           BRANCH MASTER TABLE.  DL100-WS-
014400*                           BRNM-FOUND IS THE ENTRY NUMBER, OR
014410*                           ZERO WHEN THE BRANCH IS NOT ON THE
014420*                           MASTER.
014430***************************************************************
014440 1185-FIND-BRN-ENTRY.
014450     MOVE ZERO TO DL100-WS-BRNM-FOUND.
014460     MOVE 1 TO DL100-WS-BRNM-IDX.
014470     PERFORM 1186-TEST-BRN-ENTRY THRU 1186-EXIT
014480         UNTIL DL100-WS-BRNM-FOUND > ZERO
014490         OR DL100-WS-BRNM-IDX > DL100-WS-BRNM-USED.
014500 1185-EXIT.
014510     EXIT.
014520
014530 1186-TEST-BRN-ENTRY.
014540     IF DL100-WS-BM-CODE(DL100-WS-BRNM-IDX)
014550         = DL100-WS-BRNM-SRCH
014560         MOVE DL100-WS-BRNM-IDX TO DL100-WS-BRNM-FOUND
014570     ELSE
014580         ADD 1 TO DL100-WS-BRNM-IDX
014590     END-IF.
014600 1186-EXIT.
014610     EXIT.
014620
014630***************************************************************
014640*  1140-OPEN-AUDIT-FILE  --  OPEN THE AUDIT TRAIL FOR UPDATE
014650*                            AND HOLD IT OPEN FOR THE WHOLE
014660*                            RUN, CREATING IT ON FIRST USE.
014670*                            THE FILE HAS TO BE OPEN BEFORE
014680*                            THE FIRST HEADER SO 2100-HANDLE-
014690*                            HEADER CAN CHECK WHETHER THE
014700*                            BUSINESS DATE WAS ALREADY POSTED.
014710***************************************************************
014720 1140-OPEN-AUDIT-FILE.
014730     OPEN I-O DL100-AUD-FILE.
014740     IF DL100-WS-AUD-STATUS NOT = "00"
014750         OPEN OUTPUT DL100-AUD-FILE
014760         CLOSE DL100-AUD-FILE
014770         OPEN I-O DL100-AUD-FILE
014780     END-IF.
014790     IF DL100-WS-AUD-STATUS NOT = "00"
014800         DISPLAY "HELLO: UNABLE TO OPEN AUDITDD, STATUS = "
014810             DL100-WS-AUD-STATUS
014820         MOVE 0016 TO DL100-WS-RETURN-CODE
014830     END-IF.
014840 1140-EXIT.
014850     EXIT.
014860
014870***************************************************************
014880*  1141-LOAD-HOLDS  --  OPEN THE HELD-ITEMS FILE (HELDDD) AND
014890*                       LOAD THE BRANCH HOLD CARDS (HOLDCRDS).
014900*                       WITHOUT HOLD CARDS NO BRANCH IS HELD.
014910*                       WITHOUT THE HELD-ITEMS FILE A HELD
014920*                       DETAIL HAS NOWHERE TO GO, SO THE RUN
014930*                       FAILS RATHER THAN POST IT.
014940***************************************************************
014950 1141-LOAD-HOLDS.
014960     MOVE DL100-WS-RUN-TIME(1:6) TO DL100-WS-HLD-RUN-TIME.
014970     OPEN I-O DL100-HLD-FILE.
014980     IF DL100-WS-HLD-STATUS NOT = "00"
014990         OPEN OUTPUT DL100-HLD-FILE
015000         CLOSE DL100-HLD-FILE
015010         OPEN I-O DL100-HLD-FILE
015020     END-IF.
015030     IF DL100-WS-HLD-STATUS NOT = "00"
015040         DISPLAY "HELLO: UNABLE TO OPEN HELDDD, STATUS = "
015050             DL100-WS-HLD-STATUS
015060         MOVE 0016 TO DL100-WS-RETURN-CODE
015070     ELSE
015080         SET DL100-HLD-IS-OPEN TO TRUE
015090     END-IF.
015100     OPEN INPUT DL100-HCD-FILE.
015110     IF DL100-WS-HCD-STATUS NOT = "00"
015120         DISPLAY "HELLO: HOLDCRDS NOT AVAILABLE, STATUS = "
015130             DL100-WS-HCD-STATUS ", NO BRANCH HOLDS"
015140         GO TO 1141-EXIT.
015150     PERFORM 1142-LOAD-HOLD-CARD THRU 1142-EXIT
015160         UNTIL DL100-HCD-EOF.
015170     CLOSE DL100-HCD-FILE.
015180     IF DL100-WS-HOLD-PCT > ZERO
015190         DISPLAY "HELLO: AUTOMATIC HOLD AT " DL100-WS-HOLD-PCT
015200             " PCT REJECTS, MINIMUM " DL100-WS-HOLD-MIN
015210             " DETAILS"
015220     END-IF.
015230 1141-EXIT.
015240     EXIT.
015250
015260 1142-LOAD-HOLD-CARD.
015270     READ DL100-HCD-FILE
015280         AT END
015290             SET DL100-HCD-EOF TO TRUE
015300             GO TO 1142-EXIT
015310     END-READ.
015320     IF DL100-HCD-IS-THRESHOLD
015330         IF DL100-HCD-THR-PCT NOT NUMERIC
015340             OR DL100-HCD-THR-PCT > "100"
015350             DISPLAY "HELLO: BAD HOLD THRESHOLD CARD IGNORED - "
015360                 DL100-HCD-RECORD(1:9)
015370             GO TO 1142-EXIT
015380         END-IF
015390         MOVE DL100-HCD-THR-PCT TO DL100-WS-HOLD-PCT
015400         IF DL100-HCD-THR-MIN NUMERIC
015410             MOVE DL100-HCD-THR-MIN TO DL100-WS-HOLD-MIN
015420         END-IF
015430         GO TO 1142-EXIT
015440     END-IF.
015450     IF NOT DL100-HCD-IS-HOLD
015460         OR DL100-HCD-BRANCH NOT NUMERIC
015470         OR (DL100-HCD-BUS-DATE NOT NUMERIC
015480             AND DL100-HCD-BUS-DATE NOT = SPACES)
015490         DISPLAY "HELLO: BAD HOLD CARD IGNORED - "
015500             DL100-HCD-RECORD(1:32)
015510         GO TO 1142-EXIT
015520     END-IF.
015530     IF DL100-WS-HCARD-USED >= 50
015540         DISPLAY "HELLO: HOLD CARD TABLE FULL, CARD IGNORED - "
015550             DL100-HCD-RECORD(1:32)
015560         GO TO 1142-EXIT
015570     END-IF.
015580     ADD 1 TO DL100-WS-HCARD-USED.
015590     MOVE DL100-HCD-BRANCH
015600         TO DL100-WS-HC-BRANCH(DL100-WS-HCARD-USED).
015610     IF DL100-HCD-BUS-DATE NUMERIC
015620         MOVE DL100-HCD-BUS-DATE
015630             TO DL100-WS-HC-DATE(DL100-WS-HCARD-USED)
015640     ELSE
015650         MOVE ZERO TO DL100-WS-HC-DATE(DL100-WS-HCARD-USED)
015660     END-IF.
015670     IF DL100-HCD-REASON = SPACES
015680         MOVE "HOLD CARD"
015690             TO DL100-WS-HC-REASON(DL100-WS-HCARD-USED)
015700     ELSE
015710         MOVE DL100-HCD-REASON
015720             TO DL100-WS-HC-REASON(DL100-WS-HCARD-USED)
015730     END-IF.
015740     DISPLAY "HELLO: HOLD CARD - BRANCH " DL100-HCD-BRANCH
015750         " DATE " DL100-HCD-BUS-DATE " BY " DL100-HCD-USER.
015760 1142-EXIT.
015770     EXIT.
015780
015790***************************************************************
015800*  1143-FIND-HRATE-ENTRY  --  LOOK UP THE REJECT-RATE ENTRY
015810*                             FOR THE BATCH BUSINESS DATE AND
015820*                             THE DETAIL'S BRANCH.
015830***************************************************************
015840 1143-FIND-HRATE-ENTRY.
015850     MOVE ZERO TO DL100-WS-HRATE-FOUND.
015860     MOVE 1 TO DL100-WS-HRATE-IDX.
015870     PERFORM 1144-TEST-HRATE-ENTRY THRU 1144-EXIT
015880         UNTIL DL100-WS-HRATE-FOUND > ZERO
015890         OR DL100-WS-HRATE-IDX > DL100-WS-HRATE-USED.
015900 1143-EXIT.
015910     EXIT.
015920
015930 1144-TEST-HRATE-ENTRY.
015940     IF DL100-WS-HR-DATE(DL100-WS-HRATE-IDX) = DL100-WS-BUS-DATE
015950         AND DL100-WS-HR-BRANCH(DL100-WS-HRATE-IDX)
015960             = DL100-IN-DET-BRANCH
015970         MOVE DL100-WS-HRATE-IDX TO DL100-WS-HRATE-FOUND
015980     ELSE
015990         ADD 1 TO DL100-WS-HRATE-IDX
016000     END-IF.
016010 1144-EXIT.
016020     EXIT.
016030
016040***************************************************************
016050*  1145-OPEN-BRN-HISTORY  --  OPEN THE BRANCH HISTORY FILE
016060*                             (BRNHIST, DISP=MOD) FOR THE
016070*                             ROWS EACH BATCH APPENDS.  THE
016080*                             NIGHT STILL POSTS WITHOUT IT - A
016090*                             HISTORY PROBLEM IS A WARNING,
016100*                             NOT A REASON TO HOLD SETTLEMENT.
016110***************************************************************
016120 1145-OPEN-BRN-HISTORY.
016130     OPEN OUTPUT DL100-BHS-FILE.
016140     IF DL100-WS-BHS-STATUS NOT = "00"
016150         DISPLAY "HELLO: UNABLE TO OPEN BRNHIST, STATUS = "
016160             DL100-WS-BHS-STATUS " - NO BRANCH HISTORY TONIGHT"
016170         IF DL100-WS-RETURN-CODE < 0004
016180             MOVE 0004 TO DL100-WS-RETURN-CODE
016190         END-IF
016200     END-IF.
016210 1145-EXIT.
016220     EXIT.
016230
016240***************************************************************
016250*  1146-PRESCAN-REJECT-RATE  --  WITH THE AUTOMATIC HOLD ON,
016260*                                READ DAILYCNT THROUGH ONCE
016270*                                BEFORE POSTING, VALIDATING
016280*                                EACH DETAIL AS 3050 WILL, TO
016290*                                COUNT EACH BATCH'S DETAILS
016300*                                AND REJECTS BY BRANCH.  A
016310*                                BRANCH WHOSE REJECTS REACH
016320*                                THE THRESHOLD IS HELD FOR
016330*                                THAT BATCH - THE HOLD MUST BE
016340*                                KNOWN BEFORE ITS FIRST DETAIL
016350*                                POSTS.  DAILYCNT IS THEN
016360*                                REOPENED FOR THE RUN PROPER.
016370***************************************************************
016380 1146-PRESCAN-REJECT-RATE.
016390     SET DL100-PRESCANNING TO TRUE.
016400     MOVE DL100-WS-RUN-DATE-N TO DL100-WS-BUS-DATE.
016410     PERFORM 1100-READ-IN-FILE THRU 1100-EXIT.
016420     PERFORM 1147-PRESCAN-RECORD THRU 1147-EXIT
016430         UNTIL DL100-EOF-INPUT.
016440     MOVE 1 TO DL100-WS-HRATE-IDX.
016450     PERFORM 1149-SET-RATE-HOLD THRU 1149-EXIT
016460         UNTIL DL100-WS-HRATE-IDX > DL100-WS-HRATE-USED.
016470     MOVE "N" TO DL100-WS-PRESCAN-SW.
016480     MOVE "N" TO DL100-WS-EOF-SWITCH.
016490     MOVE DL100-WS-RUN-DATE-N TO DL100-WS-BUS-DATE.
016500     CLOSE DL100-IN-FILE.
016510     OPEN INPUT DL100-IN-FILE.
016520     IF DL100-WS-IN-STATUS NOT = "00"
016530         DISPLAY "HELLO: UNABLE TO REOPEN DAILYCNT, STATUS = "
016540             DL100-WS-IN-STATUS
016550         SET DL100-EOF-INPUT TO TRUE
016560         SET DL100-OUT-OF-BALANCE TO TRUE
016570         MOVE 0016 TO DL100-WS-RETURN-CODE
016580     END-IF.
016590 1146-EXIT.
016600     EXIT.
016610
016620 1147-PRESCAN-RECORD.
016630     IF DL100-IN-IS-HDR
016640         IF DL100-IN-HDR-DATE NUMERIC
016650             AND DL100-IN-HDR-DATE > ZERO
016660             MOVE DL100-IN-HDR-DATE TO DL100-WS-BUS-DATE
016670         ELSE
016680             MOVE DL100-WS-RUN-DATE-N TO DL100-WS-BUS-DATE
016690         END-IF
016700     END-IF.
016710     IF DL100-IN-IS-DET
016720         AND DL100-IN-DET-BRANCH NUMERIC
016730         PERFORM 3050-VALIDATE-DETAIL THRU 3050-EXIT
016740         PERFORM 1148-COUNT-PRESCAN-DETAIL THRU 1148-EXIT
016750     END-IF.
016760     PERFORM 1100-READ-IN-FILE THRU 1100-EXIT.
016770 1147-EXIT.
016780     EXIT.
016790
016800 1148-COUNT-PRESCAN-DETAIL.
016810     PERFORM 1143-FIND-HRATE-ENTRY THRU 1143-EXIT.
016820     IF DL100-WS-HRATE-FOUND = ZERO
016830         IF DL100-WS-HRATE-USED >= 500
016840             DISPLAY "HELLO: REJECT RATE TABLE FULL, BRANCH "
016850                 DL100-IN-DET-BRANCH " NOT TESTED FOR "
016860                 DL100-WS-BUS-DATE
016870             GO TO 1148-EXIT
016880         END-IF
016890         ADD 1 TO DL100-WS-HRATE-USED
016900         MOVE DL100-WS-HRATE-USED TO DL100-WS-HRATE-FOUND
016910         MOVE DL100-WS-BUS-DATE
016920             TO DL100-WS-HR-DATE(DL100-WS-HRATE-FOUND)
016930         MOVE DL100-IN-DET-BRANCH
016940             TO DL100-WS-HR-BRANCH(DL100-WS-HRATE-FOUND)
016950         MOVE ZERO TO DL100-WS-HR-DETAILS(DL100-WS-HRATE-FOUND)
016960         MOVE ZERO TO DL100-WS-HR-REJECTS(DL100-WS-HRATE-FOUND)
016970         MOVE ZERO TO DL100-WS-HR-PCT(DL100-WS-HRATE-FOUND)
016980         MOVE "N" TO DL100-WS-HR-HOLD-SW(DL100-WS-HRATE-FOUND)
016990     END-IF.
017000     ADD 1 TO DL100-WS-HR-DETAILS(DL100-WS-HRATE-FOUND).
017010     IF DL100-DETAIL-IS-INVALID
017020         ADD 1 TO DL100-WS-HR-REJECTS(DL100-WS-HRATE-FOUND)
017030     END-IF.
017040 1148-EXIT.
017050     EXIT.
017060
017070 1149-SET-RATE-HOLD.
017080     IF DL100-WS-HR-DETAILS(DL100-WS-HRATE-IDX)
017090         < DL100-WS-HOLD-MIN
017100         GO TO 1149-NEXT.
017110     MULTIPLY DL100-WS-HR-REJECTS(DL100-WS-HRATE-IDX) BY 100
017120         GIVING DL100-WS-HOLD-WORK.
017130     DIVIDE DL100-WS-HOLD-WORK
017140         BY DL100-WS-HR-DETAILS(DL100-WS-HRATE-IDX)
017150         GIVING DL100-WS-HR-PCT(DL100-WS-HRATE-IDX).
017160     IF DL100-WS-HR-PCT(DL100-WS-HRATE-IDX)
017170         NOT < DL100-WS-HOLD-PCT
017180         MOVE "Y" TO DL100-WS-HR-HOLD-SW(DL100-WS-HRATE-IDX)
017190         DISPLAY "HELLO: BRANCH "
017200             DL100-WS-HR-BRANCH(DL100-WS-HRATE-IDX)
017210             " BATCH " DL100-WS-HR-DATE(DL100-WS-HRATE-IDX)
017220             " REJECT RATE "
017230             DL100-WS-HR-PCT(DL100-WS-HRATE-IDX)
017240             " PCT - BRANCH HELD"
017250     END-IF.
017260 1149-NEXT.
017270     ADD 1 TO DL100-WS-HRATE-IDX.
017280 1149-EXIT.
017290     EXIT.
017300
017310 1100-READ-IN-FILE.
017320     READ DL100-IN-FILE
017330         AT END
017340             SET DL100-EOF-INPUT TO TRUE
017350     END-READ.
017360 1100-EXIT.
017370     EXIT.
017380
017390***************************************************************
017400*  1250-RESTART-REPOSITION  --  SKIP PAST THE NUMBER OF DETAIL
017410*                               RECORDS ON DAILYCNT RECORDED BY
017420*                               THE LAST CHECKPOINT (READ BY
017430*                               1150-OPEN-RESTART-FILE) SO
017440*                               PROCESSING RESUMES WHERE THE
017450*                               PRIOR RUN LEFT OFF. DL100-WS-
017460*                               SKIP-COUNT IS KEPT ON THE SAME
017470*                               DETAIL-RECORD BASIS AS
017480*                               DL100-WS-RESTART-COUNT, WHICH
017490*                               3100-CHECKPOINT TAKES FROM
017500*                               DL100-WS-REC-COUNT.
017510***************************************************************
017520 1250-RESTART-REPOSITION.
017530     MOVE ZERO TO DL100-WS-SKIP-COUNT.
017540     MOVE "Y" TO DL100-WS-REPOS-SW.
017550     PERFORM 1260-SKIP-RECORD THRU 1260-EXIT
017560         UNTIL DL100-EOF-INPUT
017570         OR DL100-WS-SKIP-COUNT >= DL100-WS-RESTART-COUNT.
017580     MOVE "N" TO DL100-WS-REPOS-SW.
017590     DISPLAY "HELLO: RESTARTED AFTER RECORD "
017600         DL100-WS-RESTART-COUNT.
017610 1250-EXIT.
017620     EXIT.
017630
017640***************************************************************
017650*  1260-SKIP-RECORD  --  SKIP ONE RECORD ON DAILYCNT DURING
017660*                        RESTART REPOSITIONING. DL100-WS-SKIP-
017670*                        COUNT ONLY COUNTS DETAIL RECORDS, AND
017680*                        DL100-WS-REC-COUNT IS BUILT BACK UP THE
017690*                        SAME WAY 3000-HANDLE-DETAIL BUILDS IT
017700*                        DURING LIVE PROCESSING (COUNTED BEFORE
017710*                        VALIDATION, REJECTS WRITTEN TO
017720*                        DL100-REJ-FILE), SO THE RESTART
017730*                        REPOSITIONING LOOP STOPS ON THE SAME
017740*                        RECORD A FULL RUN WOULD HAVE CHECK-
017750*                        POINTED ON, AND THE TOTALS A RESTARTED
017760*                        RUN REPORTS MATCH WHAT A FULL RUN WOULD
017770*                        HAVE PRODUCED.
017780***************************************************************
017790 1260-SKIP-RECORD.
017800     READ DL100-IN-FILE
017810         AT END
017820             SET DL100-EOF-INPUT TO TRUE
017830     END-READ.
017840     IF NOT DL100-EOF-INPUT
017850         IF DL100-IN-IS-HDR
017860             PERFORM 2100-HANDLE-HEADER THRU 2100-EXIT
017870         END-IF
017880         IF DL100-IN-IS-TRL AND NOT DL100-POSTED-SKIP
017890             PERFORM 4000-HANDLE-TRAILER THRU 4000-EXIT
017900         END-IF
017910         IF DL100-IN-IS-TRX AND NOT DL100-POSTED-SKIP
017920             PERFORM 4100-HANDLE-TRL-EXTENSION THRU 4100-EXIT
017930         END-IF
017940         IF DL100-IN-IS-DET AND NOT DL100-POSTED-SKIP
017950             ADD 1 TO DL100-WS-SKIP-COUNT
017960             ADD 1 TO DL100-WS-REC-COUNT
017970             ADD 1 TO DL100-WS-BAT-REC-COUNT
017980             PERFORM 3050-VALIDATE-DETAIL THRU 3050-EXIT
017990             IF DL100-DETAIL-IS-VALID
018000                 MOVE "N" TO DL100-WS-FIRST-DET-SW
018010                 MOVE DL100-IN-DET-BRANCH
018020                     TO DL100-WS-CURR-BRANCH
018030                 PERFORM 3070-ADD-BRANCH-TOTAL THRU 3070-EXIT
018040                 PERFORM 3200-TEST-HOLD THRU 3200-EXIT
018050                 ADD DL100-IN-A TO DL100-WS-RUNNING-TOTAL
018060                 MOVE DL100-IN-A TO A
018070                 MOVE DL100-IN-A TO DL100-WS-LAST-INPUT
018080                 MULTIPLY DL100-WS-DET-RATE BY A
018090                 MOVE A TO DL100-WS-FINAL-A
018100                 IF DL100-WS-BRANCH-FOUND > ZERO
018110                     AND NOT DL100-DETAIL-IS-HELD
018120                     ADD A TO DL100-WS-BR-SETTLED
018130                         (DL100-WS-BRANCH-FOUND)
018140                 END-IF
018150                 IF DL100-DETAIL-IS-HELD
018160                     PERFORM 3210-WRITE-HELD-ITEM THRU 3210-EXIT
018170                 ELSE
018180                     PERFORM 3090-WRITE-GL-POSTING THRU 3090-EXIT
018190                 END-IF
018200             ELSE
018210                 PERFORM 3060-WRITE-REJECT THRU 3060-EXIT
018220             END-IF
018230         END-IF
018240     END-IF.
018250 1260-EXIT.
018260     EXIT.
018270
018280***************************************************************
018290*  1270-INQUIRY-MODE  --  WHEN THE PARM MODE IS "I", LOOK UP
018300*                         THE RUN DATE IN THE PARM CARD ON
018310*                         DL100-AUD-FILE AND DISPLAY WHAT WAS
018320*                         RECORDED FOR THAT DAY INSTEAD OF
018330*                         REPROCESSING DAILYCNT.
018340***************************************************************
018350 1270-INQUIRY-MODE.
018360     OPEN INPUT DL100-AUD-FILE.
018370     IF DL100-WS-AUD-STATUS NOT = "00"
018380         DISPLAY "HELLO: UNABLE TO OPEN AUDITDD, STATUS = "
018390             DL100-WS-AUD-STATUS
018400         MOVE 0004 TO DL100-WS-RETURN-CODE
018410     ELSE
018420         MOVE DL100-PARM-INQ-DATE TO DL100-AUD-RUN-DATE
018430         READ DL100-AUD-FILE
018440             KEY IS DL100-AUD-RUN-DATE
018450             INVALID KEY
018460                 DISPLAY "HELLO: NO AUDIT RECORD FOUND FOR "
018470                     DL100-PARM-INQ-DATE
018480                 MOVE 0004 TO DL100-WS-RETURN-CODE
018490         END-READ
018500         IF DL100-WS-AUD-STATUS = "00"
018510             DISPLAY "HELLO: INQUIRY RESULT FOR "
018520                 DL100-AUD-RUN-DATE
018530             DISPLAY "  RUN TIME       : " DL100-AUD-RUN-TIME
018540             DISPLAY "  JOB ID         : " DL100-AUD-JOB-ID
018550             DISPLAY "  INPUT VALUE    : " DL100-AUD-INPUT-VALUE
018560             DISPLAY "  COMPUTED A     : " DL100-AUD-COMPUTED-A
018570             DISPLAY "  RETURN CODE    : " DL100-AUD-RETURN-CODE
018580             DISPLAY "  DETAIL COUNT   : " DL100-AUD-REC-COUNT
018590             DISPLAY "  REJECT COUNT   : " DL100-AUD-REJ-COUNT
018600             DISPLAY "  OVERRIDE FLAG  : "
018610                 DL100-AUD-OVERRIDE-FLAG
018620             MOVE ZERO TO DL100-WS-RETURN-CODE
018630         END-IF
018640         CLOSE DL100-AUD-FILE
018650     END-IF.
018660     PERFORM 1280-INQUIRY-HISTORY THRU 1280-EXIT.
018670     DISPLAY "HELLO: RETURN CODE " DL100-WS-RETURN-CODE.
018680 1270-EXIT.
018690     EXIT.
018700
018710***************************************************************
018720*  1280-INQUIRY-HISTORY  --  LIST EVERY SUPERSEDED RUN OF
018730*                            THE INQUIRY DATE FROM THE AUDIT
018740*                            HISTORY FILE: THE ORIGINAL RUN
018750*                            AND EACH FORCED RERUN, WITH WHO
018760*                            SUPERSEDED IT AND WHEN.  THE
018770*                            ROW ON DL100-AUD-FILE (SHOWN
018780*                            ABOVE) IS THE RUN CURRENTLY
018790*                            STANDING.
018800***************************************************************
018810 1280-INQUIRY-HISTORY.
018820     MOVE ZERO TO DL100-WS-AHS-SHOWN.
018830     MOVE "N" TO DL100-WS-AHS-EOF-SW.
018840     OPEN INPUT DL100-AHS-FILE.
018850     IF DL100-WS-AHS-STATUS NOT = "00"
018860         DISPLAY "HELLO: NO AUDIT HISTORY ON FILE"
018870         GO TO 1280-EXIT.
018880     PERFORM 1285-SHOW-AHS-ROW THRU 1285-EXIT
018890         UNTIL DL100-AHS-EOF.
018900     CLOSE DL100-AHS-FILE.
018910     MOVE SPACES TO DL100-WS-AHS-STATUS.
018920     IF DL100-WS-AHS-SHOWN = ZERO
018930         DISPLAY "HELLO: NO SUPERSEDED RUNS FOR "
018940             DL100-PARM-INQ-DATE
018950     END-IF.
018960 1280-EXIT.
018970     EXIT.
018980
018990 1285-SHOW-AHS-ROW.
019000     READ DL100-AHS-FILE
019010         AT END
019020             SET DL100-AHS-EOF TO TRUE
019030             GO TO 1285-EXIT
019040     END-READ.
019050     IF DL100-AHS-BUS-DATE NOT NUMERIC
019060         OR DL100-AHS-BUS-DATE NOT = DL100-PARM-INQ-DATE
019070         GO TO 1285-EXIT.
019080     ADD 1 TO DL100-WS-AHS-SHOWN.
019090     DISPLAY "HELLO: SUPERSEDED RUN SEQ "
019100         DL100-AHS-RERUN-SEQ " OF " DL100-AHS-BUS-DATE.
019110     DISPLAY "  RUN TIME       : " DL100-AHS-ORIG-TIME.
019120     DISPLAY "  JOB ID         : " DL100-AHS-ORIG-JOB.
019130     DISPLAY "  INPUT VALUE    : " DL100-AHS-INPUT-VALUE.
019140     DISPLAY "  COMPUTED A     : " DL100-AHS-COMPUTED-A.
019150     DISPLAY "  RETURN CODE    : " DL100-AHS-RETURN-CODE.
019160     DISPLAY "  DETAIL COUNT   : " DL100-AHS-REC-COUNT.
019170     DISPLAY "  REJECT COUNT   : " DL100-AHS-REJ-COUNT.
019180     DISPLAY "  OVERRIDE FLAG  : " DL100-AHS-OVERRIDE-FLAG.
019190     DISPLAY "  SUPERSEDED BY  : " DL100-AHS-SUPER-JOB
019200         " ON " DL100-AHS-SUPER-DATE
019210         " AT " DL100-AHS-SUPER-TIME.
019220 1285-EXIT.
019230     EXIT.
019240
019250 1200-WRITE-HEADER.
019260     MOVE DL100-WS-RUN-CCYY TO DL100-HL-CCYY.
019270     MOVE DL100-WS-RUN-MM TO DL100-HL-MM.
019280     MOVE DL100-WS-RUN-DD TO DL100-HL-DD.
019290     MOVE DL100-WS-HDR-LINE TO DL100-RPT-RECORD.
019300     IF DL100-WS-RPT-STATUS = "00"
019310         WRITE DL100-RPT-RECORD
019320     END-IF.
019330 1200-EXIT.
019340     EXIT.
019350
019360***************************************************************
019370*  2000-PROCESS  --  HANDLE THE CURRENT INPUT RECORD ACCORDING
019380*                    TO ITS RECORD TYPE, THEN READ THE NEXT.
019390***************************************************************
019400 2000-PROCESS.
019410     EVALUATE TRUE
019420         WHEN DL100-IN-IS-HDR
019430             PERFORM 2100-HANDLE-HEADER THRU 2100-EXIT
019440         WHEN DL100-POSTED-SKIP
019450             CONTINUE
019460         WHEN DL100-IN-IS-DET
019470             PERFORM 3000-HANDLE-DETAIL THRU 3000-EXIT
019480         WHEN DL100-IN-IS-TRL
019490             PERFORM 4000-HANDLE-TRAILER THRU 4000-EXIT
019500         WHEN DL100-IN-IS-TRX
019510             PERFORM 4100-HANDLE-TRL-EXTENSION THRU 4100-EXIT
019520         WHEN OTHER
019530             DISPLAY "HELLO: UNKNOWN RECORD TYPE - "
019540                 DL100-IN-RECORD-TYPE
019550     END-EVALUATE.
019560     PERFORM 1100-READ-IN-FILE THRU 1100-EXIT.
019570 2000-EXIT.
019580     EXIT.
019590
019600***************************************************************
019610*  2100-HANDLE-HEADER  --  EVERY HEADER STARTS A BATCH OF ITS
019620*                          OWN: CLOSE OUT A BATCH STILL OPEN
019630*                          (A FILE WITH A MISSING TRAILER),
019640*                          RESET THE BATCH STATE, CAPTURE THE
019650*                          BATCH'S BUSINESS DATE, AND REFUSE
019660*                          TO PROCESS A DATE THAT ALREADY HAS
019670*                          AN AUDIT ROW, UNLESS THE FORCE
019680*                          FLAG WAS SUPPLIED ON THE PARM - A
019690*                          RERUN AFTER A SCHEDULING MIX-UP
019700*                          MUST NOT SILENTLY POST THE SAME
019710*                          DAY TWICE.  A FORCED RERUN IS
019720*                          RECORDED ON THE AUDIT ROW IT
019730*                          OVERWRITES.
019740***************************************************************
019750 2100-HANDLE-HEADER.
019760     IF DL100-BATCH-OPEN
019770         DISPLAY "HELLO: HEADER BEFORE TRAILER - PRIOR BATCH "
019780             DL100-WS-BUS-DATE " CLOSED WITHOUT A CONTROL "
019790             "COUNT"
019800         MOVE ZERO TO DL100-WS-TRAILER-COUNT
019810         MOVE ZEROS TO DL100-WS-TRL-BRANCHES
019820         MOVE ZERO TO DL100-WS-TRL-USED
019830         SET DL100-BAT-OUT-OF-BAL TO TRUE
019840         SET DL100-OUT-OF-BALANCE TO TRUE
019850         IF DL100-WS-RETURN-CODE < 0004
019860             MOVE 0004 TO DL100-WS-RETURN-CODE
019870         END-IF
019880         PERFORM 2150-CLOSE-BATCH THRU 2150-EXIT
019890     END-IF.
019900     PERFORM 2120-RESET-BATCH THRU 2120-EXIT.
019910     IF DL100-IN-HDR-DATE NUMERIC
019920         AND DL100-IN-HDR-DATE > ZERO
019930         MOVE DL100-IN-HDR-DATE TO DL100-WS-BUS-DATE
019940     END-IF.
019950     SET DL100-BATCH-OPEN TO TRUE.
019960     PERFORM 9500-NOTE-RUN-DATE THRU 9500-EXIT.
019970     ADD 1 TO DL100-WS-BATCH-COUNT.
019980     MOVE DL100-WS-BUS-DATE TO DL100-BHD-DATE.
019990     MOVE DL100-WS-BHD-LINE TO DL100-RPT-RECORD.
020000     IF DL100-WS-RPT-STATUS = "00"
020010         WRITE DL100-RPT-RECORD
020020     END-IF.
020030     PERFORM 2130-CHECK-CALENDAR THRU 2130-EXIT.
020040     IF DL100-WS-AUD-STATUS NOT = "00" AND NOT = "23"
020050         GO TO 2100-EXIT.
020060     MOVE DL100-WS-BUS-DATE TO DL100-AUD-RUN-DATE.
020070     READ DL100-AUD-FILE
020080         KEY IS DL100-AUD-RUN-DATE
020090         INVALID KEY
020100             GO TO 2100-EXIT
020110     END-READ.
020120     IF DL100-PARM-LEN > 20 AND DL100-PARM-FORCE-RERUN
020130         SET DL100-RUN-WAS-FORCED TO TRUE
020140         DISPLAY "HELLO: BUSINESS DATE " DL100-WS-BUS-DATE
020150             " ALREADY POSTED - REPROCESSING UNDER THE "
020160             "FORCE OVERRIDE"
020170         DISPLAY "HELLO: REJECT OUTPUT SUPPRESSED FOR THE "
020180             "FORCED BATCH - THE ORIGINAL RUN'S REJECTS "
020190             "STAND ON REJECTDD"
020200*        THE ROW ABOUT TO BE OVERWRITTEN GOES TO THE AUDIT
020210*        HISTORY FIRST.  A RESTARTED FORCED RUN SKIPS THE
020220*        SAVE - THE FAILED RUN ALREADY PRESERVED THE ROW.
020230         IF NOT DL100-REPOSITIONING
020240             PERFORM 2160-SAVE-AUDIT-HISTORY THRU 2160-EXIT
020250         END-IF
020260         PERFORM 2170-REVERSE-GL-POSTINGS THRU 2170-EXIT
020270     ELSE
020280      IF DL100-REPOSITIONING
020290*        THE ROW WAS WRITTEN BY THE RUN BEING RESTARTED WHEN
020300*        IT CLOSED THIS BATCH BEFORE FAILING.  REPLAYING THE
020310*        BATCH IS THE POINT OF THE RESTART, SO IT IS NOT A
020320*        DUPLICATE-RUN ERROR - ITS OUTPUTS ARE REDERIVED AND
020330*        ITS AUDIT ROW REWRITTEN IN PLACE.
020340         DISPLAY "HELLO: BUSINESS DATE " DL100-WS-BUS-DATE
020350             " ALREADY POSTED BY THE FAILED RUN - "
020360             "REPLAYING UNDER RESTART"
020370     ELSE
020380         SET DL100-POSTED-SKIP TO TRUE
020390         MOVE "N" TO DL100-WS-BATCH-OPEN-SW
020400         SET DL100-OUT-OF-BALANCE TO TRUE
020410         IF DL100-WS-RETURN-CODE < 0008
020420             MOVE 0008 TO DL100-WS-RETURN-CODE
020430         END-IF
020440         DISPLAY "HELLO: BUSINESS DATE " DL100-WS-BUS-DATE
020450             " ALREADY POSTED - BATCH REFUSED, SUPPLY THE "
020460             "FORCE FLAG TO REPROCESS"
020470         MOVE "BATCH REFUSED - DATE ALREADY POSTED"
020480             TO DL100-RPT-RECORD
020490         IF DL100-WS-RPT-STATUS = "00"
020500             WRITE DL100-RPT-RECORD
020510         END-IF
020520     END-IF
020530     END-IF.
020540 2100-EXIT.
020550     EXIT.
020560
020570***************************************************************
020580*  2120-RESET-BATCH  --  CLEAR THE PER-BATCH STATE AHEAD OF A
020590*                        NEW HEADER: TOTALS, BRANCH TABLES,
020600*                        COUNTS, AND THE BATCH SWITCHES.  THE
020610*                        BUSINESS DATE FALLS BACK TO THE RUN
020620*                        DATE UNTIL THE HEADER SUPPLIES ONE.
020630***************************************************************
020640 2120-RESET-BATCH.
020650     MOVE ZERO TO DL100-WS-RUNNING-TOTAL.
020660     MOVE ZERO TO DL100-WS-TRAILER-COUNT.
020670     MOVE ZEROS TO DL100-WS-BRANCH-TABLE.
020680     MOVE ZEROS TO DL100-WS-TRL-BRANCHES.
020690     MOVE ZERO TO DL100-WS-TRL-USED.
020700     MOVE ZERO TO DL100-WS-BRANCH-USED.
020710     MOVE ZEROS TO DL100-WS-BRJ-TABLE.
020720     MOVE ZERO TO DL100-WS-BRJ-USED.
020730     MOVE ZERO TO DL100-WS-RGB-USED.
020740     MOVE ZERO TO DL100-WS-CURR-BRANCH.
020750     MOVE ZERO TO DL100-WS-BAT-REC-COUNT.
020760     MOVE ZERO TO DL100-WS-BAT-REJ-COUNT.
020770     MOVE ZERO TO DL100-WS-BAT-RC.
020780     MOVE ZERO TO DL100-WS-LAST-INPUT.
020790     MOVE ZERO TO DL100-WS-FINAL-A.
020800     MOVE "Y" TO DL100-WS-FIRST-DET-SW.
020810     MOVE "Y" TO DL100-WS-BAT-BAL-SW.
020820     MOVE "N" TO DL100-WS-POSTED-SW.
020830     MOVE "N" TO DL100-WS-OVERRIDE-SW.
020840     MOVE "N" TO DL100-WS-BATCH-OPEN-SW.
020850     MOVE DL100-WS-RUN-DATE-N TO DL100-WS-BUS-DATE.
020860     MOVE "Y" TO DL100-WS-BAT-CAL-SW.
020870 2120-EXIT.
020880     EXIT.
020890
020900***************************************************************
020910*  2130-CHECK-CALENDAR  --  HOLD THE NEW BATCH'S BUSINESS
020920*                           DATE UP AGAINST THE PROCESSING
020930*                           CALENDAR: A NON-BUSINESS DAY IS
020940*                           FLAGGED ON THE REPORT AND THE
020950*                           AUDIT ROW, AND A HEADER THAT HAS
020960*                           JUMPED PAST THE EXPECTED NEXT
020970*                           BUSINESS DATE PROVES THE EXPECTED
020980*                           DAY IS MISSING FROM TONIGHT'S
020990*                           INPUT.  NEITHER STOPS THE BATCH -
021000*                           THE RUN RETURN CODE CARRIES THE
021010*                           WARNING.
021020***************************************************************
021030 2130-CHECK-CALENDAR.
021040     IF NOT DL100-CAL-LOADED
021050         GO TO 2130-EXIT.
021060     MOVE DL100-WS-BUS-DATE TO DL100-WS-CAL-TEST-DATE.
021070     PERFORM 7400-TEST-BUSINESS-DAY THRU 7400-EXIT.
021080     IF NOT DL100-CAL-IS-BUS-DAY
021090         MOVE "N" TO DL100-WS-BAT-CAL-SW
021100         DISPLAY "HELLO: BUSINESS DATE " DL100-WS-BUS-DATE
021110             " IS NOT A BUSINESS DAY PER THE CALENDAR"
021120         MOVE "** BATCH DATED ON A NON-BUSINESS DAY"
021130             TO DL100-RPT-RECORD
021140         IF DL100-WS-RPT-STATUS = "00"
021150             WRITE DL100-RPT-RECORD
021160         END-IF
021170         IF DL100-WS-RETURN-CODE < 0004
021180             MOVE 0004 TO DL100-WS-RETURN-CODE
021190         END-IF
021200     END-IF.
021210     IF DL100-WS-EXPECT-DATE > ZERO
021220         AND NOT DL100-EXPECT-SEEN
021230         IF DL100-WS-BUS-DATE = DL100-WS-EXPECT-DATE
021240             SET DL100-EXPECT-SEEN TO TRUE
021250         ELSE
021260             IF DL100-WS-BUS-DATE > DL100-WS-EXPECT-DATE
021270                 AND NOT DL100-GAP-FLAGGED
021280                 PERFORM 2140-FLAG-MISSING-DAY THRU 2140-EXIT
021290             END-IF
021300         END-IF
021310     END-IF.
021320 2130-EXIT.
021330     EXIT.
021340
021350***************************************************************
021360*  2140-FLAG-MISSING-DAY  --  THE EXPECTED NEXT BUSINESS DATE
021370*                             NEVER ARRIVED.  SAY SO ON THE
021380*                             CONSOLE AND THE REPORT, RAISE
021390*                             THE RUN RETURN CODE, AND MARK
021400*                             THE NIGHT'S AUDIT ROWS SO THE
021410*                             GAP SURVIVES THE LISTINGS.
021420***************************************************************
021430 2140-FLAG-MISSING-DAY.
021440     SET DL100-GAP-FLAGGED TO TRUE.
021450     DISPLAY "HELLO: EXPECTED BUSINESS DATE "
021460         DL100-WS-EXPECT-DATE
021470         " IS MISSING FROM TONIGHT'S INPUT".
021480     MOVE DL100-WS-EXPECT-DATE TO DL100-CWR-DATE.
021490     MOVE DL100-WS-CWR-LINE TO DL100-RPT-RECORD.
021500     IF DL100-WS-RPT-STATUS = "00"
021510         WRITE DL100-RPT-RECORD
021520     END-IF.
021530     IF DL100-WS-RETURN-CODE < 0004
021540         MOVE 0004 TO DL100-WS-RETURN-CODE
021550     END-IF.
021560 2140-EXIT.
021570     EXIT.
021580
021590***************************************************************
021600*  2150-CLOSE-BATCH  --  RECONCILE THE BATCH THAT JUST ENDED
021610*                        AGAINST ITS OWN TRAILER CONTROL
021620*                        COUNTS (GRAND AND PER BRANCH), PRINT
021630*                        ITS BATCH TRAILER LINE, AND WRITE
021640*                        ITS OWN AUDIT ROW AND SETTLEMENT
021650*                        EXTRACT RECORD, SO EACH BUSINESS
021660*                        DATE IN A CATCH-UP FILE POSTS AS A
021670*                        DAY OF ITS OWN.
021680***************************************************************
021690 2150-CLOSE-BATCH.
021700     IF NOT DL100-BATCH-OPEN
021710         GO TO 2150-EXIT.
021720     IF DL100-WS-RUNNING-TOTAL NOT = DL100-WS-TRAILER-COUNT
021730         SET DL100-BAT-OUT-OF-BAL TO TRUE
021740         SET DL100-OUT-OF-BALANCE TO TRUE
021750         IF DL100-WS-RETURN-CODE < 0004
021760             MOVE 0004 TO DL100-WS-RETURN-CODE
021770         END-IF
021780         DISPLAY "HELLO: RECONCILIATION BREAK ON BATCH "
021790             DL100-WS-BUS-DATE " - RUNNING TOTAL "
021800             DL100-WS-RUNNING-TOTAL
021810             " DOES NOT EQUAL TRAILER COUNT "
021820             DL100-WS-TRAILER-COUNT
021830     END-IF.
021840     MOVE 1 TO DL100-WS-TRL-IDX.
021850     PERFORM 8100-RECONCILE-BRANCH THRU 8100-EXIT
021860         UNTIL DL100-WS-TRL-IDX > DL100-WS-TRL-USED.
021870     MOVE 1 TO DL100-WS-BRANCH-IDX.
021880     PERFORM 8200-CHECK-DETAIL-BRANCH THRU 8200-EXIT
021890         UNTIL DL100-WS-BRANCH-IDX > DL100-WS-BRANCH-USED.
021900     IF NOT DL100-BAT-IN-BALANCE
021910         OR DL100-WS-BAT-REJ-COUNT > ZERO
021920         MOVE 0004 TO DL100-WS-BAT-RC
021930     ELSE
021940         MOVE ZERO TO DL100-WS-BAT-RC
021950     END-IF.
021960     MOVE DL100-WS-BAT-REC-COUNT TO DL100-BTL-REC-COUNT.
021970     IF DL100-BAT-IN-BALANCE
021980         MOVE "IN BALANCE  " TO DL100-BTL-BAL-STATUS
021990     ELSE
022000         MOVE "OUT OF BAL  " TO DL100-BTL-BAL-STATUS
022010     END-IF.
022020     MOVE DL100-WS-BTL-LINE TO DL100-RPT-RECORD.
022030     IF DL100-WS-RPT-STATUS = "00"
022040         WRITE DL100-RPT-RECORD
022050     END-IF.
022060     PERFORM 9100-WRITE-AUDIT THRU 9100-EXIT.
022070     PERFORM 9200-WRITE-EXTRACT THRU 9200-EXIT.
022080     PERFORM 9300-WRITE-BRN-HISTORY THRU 9300-EXIT.
022090     PERFORM 9400-REPORT-HELD THRU 9400-EXIT.
022100     PERFORM 9600-REPORT-REGIONS THRU 9600-EXIT.
022110     MOVE "N" TO DL100-WS-BATCH-OPEN-SW.
022120 2150-EXIT.
022130     EXIT.
022140
022150***************************************************************
022160*  2160-SAVE-AUDIT-HISTORY  --  APPEND THE AUDIT ROW A
022170*                               FORCED RERUN IS ABOUT TO
022180*                               OVERWRITE TO THE AUDIT
022190*                               HISTORY FILE, WITH A RERUN
022200*                               SEQUENCE (COUNTED FROM THE
022210*                               ROWS ALREADY PRESERVED FOR
022220*                               THE DATE) AND WHO SUPERSEDED
022230*                               IT.  THE SUPERSEDED ROW IS
022240*                               STILL IN THE AUDIT RECORD
022250*                               AREA FROM THE KEYED READ IN
022260*                               2100-HANDLE-HEADER.
022270***************************************************************
022280 2160-SAVE-AUDIT-HISTORY.
022290     MOVE ZERO TO DL100-WS-AHS-SEQ.
022300     MOVE "N" TO DL100-WS-AHS-EOF-SW.
022310     OPEN INPUT DL100-AHS-FILE.
022320     IF DL100-WS-AHS-STATUS = "00"
022330         PERFORM 2165-COUNT-AHS-ROW THRU 2165-EXIT
022340             UNTIL DL100-AHS-EOF
022350         CLOSE DL100-AHS-FILE
022360     END-IF.
022370     ADD 1 TO DL100-WS-AHS-SEQ.
022380     MOVE SPACES TO DL100-WS-AHS-STATUS.
022390     OPEN EXTEND DL100-AHS-FILE.
022400     IF DL100-WS-AHS-STATUS NOT = "00"
022410         OPEN OUTPUT DL100-AHS-FILE
022420     END-IF.
022430     IF DL100-WS-AHS-STATUS NOT = "00"
022440         DISPLAY "HELLO: UNABLE TO OPEN AUDHIST, STATUS = "
022450             DL100-WS-AHS-STATUS
022460             " - SUPERSEDED AUDIT ROW NOT PRESERVED"
022470         SET DL100-OUT-OF-BALANCE TO TRUE
022480         IF DL100-WS-RETURN-CODE < 0004
022490             MOVE 0004 TO DL100-WS-RETURN-CODE
022500         END-IF
022510         GO TO 2160-EXIT.
022520     MOVE SPACES TO DL100-AHS-RECORD.
022530     MOVE DL100-AUD-RUN-DATE TO DL100-AHS-BUS-DATE.
022540     MOVE DL100-WS-AHS-SEQ TO DL100-AHS-RERUN-SEQ.
022550     MOVE DL100-AUD-RUN-TIME TO DL100-AHS-ORIG-TIME.
022560     MOVE DL100-AUD-JOB-ID TO DL100-AHS-ORIG-JOB.
022570     MOVE DL100-AUD-INPUT-VALUE TO DL100-AHS-INPUT-VALUE.
022580     MOVE DL100-AUD-COMPUTED-A TO DL100-AHS-COMPUTED-A.
022590     MOVE DL100-AUD-RETURN-CODE TO DL100-AHS-RETURN-CODE.
022600     MOVE DL100-AUD-REC-COUNT TO DL100-AHS-REC-COUNT.
022610     MOVE DL100-AUD-REJ-COUNT TO DL100-AHS-REJ-COUNT.
022620     MOVE DL100-AUD-OVERRIDE-FLAG
022630         TO DL100-AHS-OVERRIDE-FLAG.
022640     MOVE DL100-WS-RUN-DATE-N TO DL100-AHS-SUPER-DATE.
022650     MOVE DL100-WS-RUN-TIME(1:6) TO DL100-AHS-SUPER-TIME.
022660     MOVE DL100-WS-JOB-ID TO DL100-AHS-SUPER-JOB.
022670     WRITE DL100-AHS-RECORD.
022680     CLOSE DL100-AHS-FILE.
022690     MOVE SPACES TO DL100-WS-AHS-STATUS.
022700     DISPLAY "HELLO: SUPERSEDED AUDIT ROW FOR "
022710         DL100-AHS-BUS-DATE " PRESERVED, RERUN SEQ "
022720         DL100-WS-AHS-SEQ.
022730 2160-EXIT.
022740     EXIT.
022750
022760 2165-COUNT-AHS-ROW.
022770     READ DL100-AHS-FILE
022780         AT END
022790             SET DL100-AHS-EOF TO TRUE
022800             GO TO 2165-EXIT
022810     END-READ.
022820     IF DL100-AHS-BUS-DATE NUMERIC
022830         AND DL100-AHS-BUS-DATE = DL100-WS-BUS-DATE
022840         AND DL100-AHS-RERUN-SEQ NUMERIC
022850         AND DL100-AHS-RERUN-SEQ > DL100-WS-AHS-SEQ
022860         MOVE DL100-AHS-RERUN-SEQ TO DL100-WS-AHS-SEQ
022870     END-IF.
022880 2165-EXIT.
022890     EXIT.
022900
022910***************************************************************
022920*  2170-REVERSE-GL-POSTINGS  --  A FORCED RERUN IS ABOUT TO
022930*                                SUPERSEDE A POSTED DATE, SO
022940*                                THE GL MUST NOT KEEP THE OLD
022950*                                FIGURES.  READ THE GLPOST
022960*                                HISTORY (GLHIST DD - A PRIOR
022970*                                NIGHT WROTE THE PAIRS, SO
022980*                                THEY ARE NOT IN THIS RUN'S
022990*                                OWN OUTPUT), NET THE DATE'S
023000*                                POSTINGS PER ACCOUNT AND
023010*                                BRANCH, AND EMIT REVERSING
023020*                                PAIRS FLAGGED "R" INTO THIS
023030*                                RUN'S GLPOST SET.  THE
023040*                                RERUN'S OWN PAIRS FOLLOW
023050*                                FROM 3090 FLAGGED "X".
023060***************************************************************
023070 2170-REVERSE-GL-POSTINGS.
023080     IF DL100-WS-GL-STATUS NOT = "00"
023090         GO TO 2170-EXIT.
023100     MOVE ZERO TO DL100-WS-RVSL-USED.
023110     MOVE ZERO TO DL100-WS-RVSL-PAIRS.
023120     MOVE "N" TO DL100-WS-GLH-EOF-SW.
023130     OPEN INPUT DL100-GLH-FILE.
023140     IF DL100-WS-GLH-STATUS NOT = "00"
023150         DISPLAY "HELLO: GLHIST NOT AVAILABLE, STATUS = "
023160             DL100-WS-GLH-STATUS
023170             " - NO REVERSAL PAIRS FOR " DL100-WS-BUS-DATE
023180         SET DL100-OUT-OF-BALANCE TO TRUE
023190         IF DL100-WS-RETURN-CODE < 0004
023200             MOVE 0004 TO DL100-WS-RETURN-CODE
023210         END-IF
023220         GO TO 2170-EXIT.
023230     PERFORM 2171-NET-ONE-GL-ROW THRU 2171-EXIT
023240         UNTIL DL100-GLH-EOF.
023250     CLOSE DL100-GLH-FILE.
023260     MOVE 1 TO DL100-WS-RVSL-IDX.
023270     PERFORM 2180-WRITE-REVERSAL THRU 2180-EXIT
023280         UNTIL DL100-WS-RVSL-IDX > DL100-WS-RVSL-USED.
023290     DISPLAY "HELLO: " DL100-WS-RVSL-PAIRS
023300         " REVERSING GL RECORDS WRITTEN FOR "
023310         DL100-WS-BUS-DATE.
023320 2170-EXIT.
023330     EXIT.
023340
023350***************************************************************
023360*  2171-NET-ONE-GL-ROW  --  FOLD ONE HISTORY RECORD FOR THE
023370*                           SUPERSEDED DATE INTO THE NET PER
023380*                           ACCOUNT AND BRANCH.  ORIGINALS
023390*                           AND CORRECTIONS ADD TO THEIR OWN
023400*                           SIDE; AN EARLIER REVERSAL OFFSETS
023410*                           THE SIDE IT REVERSED, SO ONLY THE
023420*                           NET STILL STANDING IS BACKED OUT.
023430***************************************************************
023440 2171-NET-ONE-GL-ROW.
023450     READ DL100-GLH-FILE
023460         AT END
023470             SET DL100-GLH-EOF TO TRUE
023480             GO TO 2171-EXIT
023490     END-READ.
023500     IF NOT DL100-GLH-IS-DET
023510         GO TO 2171-EXIT.
023520     IF DL100-GLH-BUS-DATE NOT NUMERIC
023530         OR DL100-GLH-BUS-DATE NOT = DL100-WS-BUS-DATE
023540         OR DL100-GLH-AMOUNT NOT NUMERIC
023550         GO TO 2171-EXIT.
023560     PERFORM 2175-FIND-RVSL-ENTRY THRU 2175-EXIT.
023570     IF DL100-WS-RVSL-FOUND = ZERO
023580         IF DL100-WS-RVSL-USED >= 50
023590             DISPLAY "HELLO: REVERSAL TABLE FULL, ACCOUNT "
023600                 DL100-GLH-ACCOUNT " NOT REVERSED"
023610             SET DL100-OUT-OF-BALANCE TO TRUE
023620             IF DL100-WS-RETURN-CODE < 0004
023630                 MOVE 0004 TO DL100-WS-RETURN-CODE
023640             END-IF
023650             GO TO 2171-EXIT
023660         END-IF
023670         ADD 1 TO DL100-WS-RVSL-USED
023680         MOVE DL100-WS-RVSL-USED TO DL100-WS-RVSL-FOUND
023690         MOVE DL100-GLH-ACCOUNT
023700             TO DL100-WS-RV-ACCOUNT(DL100-WS-RVSL-FOUND)
023710         IF DL100-GLH-BRANCH NUMERIC
023720             MOVE DL100-GLH-BRANCH
023730                 TO DL100-WS-RV-BRANCH(DL100-WS-RVSL-FOUND)
023740         ELSE
023750             MOVE ZERO
023760                 TO DL100-WS-RV-BRANCH(DL100-WS-RVSL-FOUND)
023770         END-IF
023780         MOVE ZERO
023790             TO DL100-WS-RV-DR-NET(DL100-WS-RVSL-FOUND)
023800         MOVE ZERO
023810             TO DL100-WS-RV-CR-NET(DL100-WS-RVSL-FOUND)
023820     END-IF.
023830     EVALUATE TRUE
023840         WHEN DL100-GLH-IS-DEBIT
023850             AND NOT DL100-GLH-IS-REVERSAL
023860             ADD DL100-GLH-AMOUNT
023870                 TO DL100-WS-RV-DR-NET(DL100-WS-RVSL-FOUND)
023880         WHEN DL100-GLH-IS-CREDIT
023890             AND NOT DL100-GLH-IS-REVERSAL
023900             ADD DL100-GLH-AMOUNT
023910                 TO DL100-WS-RV-CR-NET(DL100-WS-RVSL-FOUND)
023920         WHEN DL100-GLH-IS-CREDIT
023930             SUBTRACT DL100-GLH-AMOUNT
023940                 FROM DL100-WS-RV-DR-NET(DL100-WS-RVSL-FOUND)
023950         WHEN DL100-GLH-IS-DEBIT
023960             SUBTRACT DL100-GLH-AMOUNT
023970                 FROM DL100-WS-RV-CR-NET(DL100-WS-RVSL-FOUND)
023980     END-EVALUATE.
023990 2171-EXIT.
024000     EXIT.
024010
024020***************************************************************
024030*  2175-FIND-RVSL-ENTRY  --  LOOK UP THE CURRENT HISTORY
024040*                            RECORD'S ACCOUNT AND BRANCH IN
024050*                            THE REVERSAL NET TABLE.  ZERO
024060*                            MEANS NO ENTRY YET.
024070***************************************************************
024080 2175-FIND-RVSL-ENTRY.
024090     MOVE ZERO TO DL100-WS-RVSL-FOUND.
024100     MOVE 1 TO DL100-WS-RVSL-IDX.
024110     PERFORM 2176-TEST-RVSL-ENTRY THRU 2176-EXIT
024120         UNTIL DL100-WS-RVSL-FOUND > ZERO
024130         OR DL100-WS-RVSL-IDX > DL100-WS-RVSL-USED.
024140 2175-EXIT.
024150     EXIT.
024160
024170 2176-TEST-RVSL-ENTRY.
024180     IF DL100-WS-RV-ACCOUNT(DL100-WS-RVSL-IDX)
024190         = DL100-GLH-ACCOUNT
024200         AND DL100-WS-RV-BRANCH(DL100-WS-RVSL-IDX)
024210             = DL100-GLH-BRANCH
024220         MOVE DL100-WS-RVSL-IDX TO DL100-WS-RVSL-FOUND
024230     ELSE
024240         ADD 1 TO DL100-WS-RVSL-IDX
024250     END-IF.
024260 2176-EXIT.
024270     EXIT.
024280
024290***************************************************************
024300*  2180-WRITE-REVERSAL  --  EMIT THE REVERSING RECORDS FOR
024310*                           ONE ACCOUNT/BRANCH NET: A CREDIT
024320*                           FLAGGED "R" BACKS OUT THE NET
024330*                           DEBIT AND A DEBIT FLAGGED "R" THE
024340*                           NET CREDIT, ROLLED INTO THE RUN'S
024350*                           RECORD COUNT AND HASH TOTAL.
024360***************************************************************
024370 2180-WRITE-REVERSAL.
024380     IF DL100-WS-RV-DR-NET(DL100-WS-RVSL-IDX) > ZERO
024390         MOVE SPACES TO DL100-GL-RECORD
024400         MOVE "GLD" TO DL100-GL-RECORD-TYPE
024410         MOVE "C" TO DL100-GL-DC-FLAG
024420         MOVE DL100-WS-RV-ACCOUNT(DL100-WS-RVSL-IDX)
024430             TO DL100-GL-ACCOUNT
024440         MOVE DL100-WS-RV-DR-NET(DL100-WS-RVSL-IDX)
024450             TO DL100-GL-AMOUNT
024460         MOVE DL100-WS-RV-BRANCH(DL100-WS-RVSL-IDX)
024470             TO DL100-GL-BRANCH
024480         MOVE DL100-WS-BUS-DATE TO DL100-GL-BUS-DATE
024490         MOVE "R" TO DL100-GL-ADJ-FLAG
024500         WRITE DL100-GL-RECORD
024510         ADD 1 TO DL100-WS-GL-REC-COUNT
024520         ADD 1 TO DL100-WS-RVSL-PAIRS
024530         ADD DL100-WS-RV-DR-NET(DL100-WS-RVSL-IDX)
024540             TO DL100-WS-GL-HASH-TOTAL
024550     END-IF.
024560     IF DL100-WS-RV-CR-NET(DL100-WS-RVSL-IDX) > ZERO
024570         MOVE SPACES TO DL100-GL-RECORD
024580         MOVE "GLD" TO DL100-GL-RECORD-TYPE
024590         MOVE "D" TO DL100-GL-DC-FLAG
024600         MOVE DL100-WS-RV-ACCOUNT(DL100-WS-RVSL-IDX)
024610             TO DL100-GL-ACCOUNT
024620         MOVE DL100-WS-RV-CR-NET(DL100-WS-RVSL-IDX)
024630             TO DL100-GL-AMOUNT
024640         MOVE DL100-WS-RV-BRANCH(DL100-WS-RVSL-IDX)
024650             TO DL100-GL-BRANCH
024660         MOVE DL100-WS-BUS-DATE TO DL100-GL-BUS-DATE
024670         MOVE "R" TO DL100-GL-ADJ-FLAG
024680         WRITE DL100-GL-RECORD
024690         ADD 1 TO DL100-WS-GL-REC-COUNT
024700         ADD 1 TO DL100-WS-RVSL-PAIRS
024710         ADD DL100-WS-RV-CR-NET(DL100-WS-RVSL-IDX)
024720             TO DL100-WS-GL-HASH-TOTAL
024730     END-IF.
024740     ADD 1 TO DL100-WS-RVSL-IDX.
024750 2180-EXIT.
024760     EXIT.
024770
024780***************************************************************
024790*  3000-HANDLE-DETAIL  --  APPLY THE STANDARD MULTIPLIER TO THE
024800*                          DETAIL'S VOLUME FIGURE, ADD IT INTO
024810*                          THE RUNNING TOTAL, AND PRINT A
024820*                          DETAIL LINE.
024830***************************************************************
024840 3000-HANDLE-DETAIL.
024850     IF NOT DL100-BATCH-OPEN
024860         SET DL100-BATCH-OPEN TO TRUE
024870     END-IF.
024880     ADD 1 TO DL100-WS-REC-COUNT.
024890     ADD 1 TO DL100-WS-BAT-REC-COUNT.
024900     PERFORM 3050-VALIDATE-DETAIL THRU 3050-EXIT.
024910     IF DL100-DETAIL-IS-VALID
024920         IF NOT DL100-FIRST-DETAIL
024930             AND DL100-IN-DET-BRANCH NOT = DL100-WS-CURR-BRANCH
024940             PERFORM 3080-PRINT-BRANCH-SUBTOTAL THRU 3080-EXIT
024950         END-IF
024960         MOVE "N" TO DL100-WS-FIRST-DET-SW
024970         MOVE DL100-IN-DET-BRANCH TO DL100-WS-CURR-BRANCH
024980         PERFORM 3070-ADD-BRANCH-TOTAL THRU 3070-EXIT
024990         PERFORM 3200-TEST-HOLD THRU 3200-EXIT
025000         ADD DL100-IN-A TO DL100-WS-RUNNING-TOTAL
025010         MOVE DL100-IN-A TO A
025020         MOVE DL100-IN-A TO DL100-WS-LAST-INPUT
025030         MOVE DL100-IN-A TO DL100-DL-INPUT
025040         MULTIPLY DL100-WS-DET-RATE BY A
025050         MOVE A TO DL100-WS-FINAL-A
025060         IF DL100-WS-BRANCH-FOUND > ZERO
025070             AND NOT DL100-DETAIL-IS-HELD
025080             ADD A TO DL100-WS-BR-SETTLED(DL100-WS-BRANCH-FOUND)
025090         END-IF
025100         MOVE A TO DL100-DL-RESULT
025110         MOVE DL100-WS-DET-RATE TO DL100-DL-RATE
025120         IF DL100-DETAIL-IS-HELD
025130             MOVE "HELD" TO DL100-DL-HELD
025140         ELSE
025150             MOVE SPACES TO DL100-DL-HELD
025160         END-IF
025170         MOVE DL100-WS-DET-LINE TO DL100-RPT-RECORD
025180         IF DL100-WS-RPT-STATUS = "00"
025190             WRITE DL100-RPT-RECORD
025200         END-IF
025210         DISPLAY "A IS " A "."
025220         IF DL100-DETAIL-IS-HELD
025230             PERFORM 3210-WRITE-HELD-ITEM THRU 3210-EXIT
025240         ELSE
025250             PERFORM 3090-WRITE-GL-POSTING THRU 3090-EXIT
025260         END-IF
025270     ELSE
025280         PERFORM 3060-WRITE-REJECT THRU 3060-EXIT
025290     END-IF.
025300     DIVIDE DL100-WS-REC-COUNT BY DL100-WS-CKPT-INTERVAL
025310         GIVING DL100-WS-CKPT-QUOTIENT
025320         REMAINDER DL100-WS-CKPT-REMAINDER.
025330     IF DL100-WS-CKPT-REMAINDER = ZERO
025340         PERFORM 3100-CHECKPOINT THRU 3100-EXIT
025350     END-IF.
025360 3000-EXIT.
025370     EXIT.
025380
025390***************************************************************
025400*  3050-VALIDATE-DETAIL  --  CHECK THE DETAIL'S VOLUME FIGURE
025410*                            AGAINST THE RANGE IN EFFECT
025420*                            BEFORE IT IS ALLOWED TO GO
025430*                            THROUGH THE MULTIPLY.  THE
025440*                            OVERFLOW TEST GUARDS THE RESULT
025450*                            FIELD'S OWN CAPACITY - GENUINE
025460*                            GROWTH PASSES, ONLY A PRODUCT
025470*                            THAT CANNOT BE CARRIED REJECTS.
025480***************************************************************
025490 3050-VALIDATE-DETAIL.
025500     SET DL100-DETAIL-IS-VALID TO TRUE.
025510     MOVE SPACE TO DL100-WS-REASON-SW.
025520     IF DL100-IN-A NOT NUMERIC
025530         SET DL100-DETAIL-IS-INVALID TO TRUE
025540         SET DL100-REASON-NONNUM TO TRUE
025550         GO TO 3050-EXIT.
025560     IF DL100-IN-DET-BRANCH NOT NUMERIC
025570         SET DL100-DETAIL-IS-INVALID TO TRUE
025580         SET DL100-REASON-BRANCH TO TRUE
025590         GO TO 3050-EXIT.
025600*    THE BRANCH MUST BE ON THE MASTER AND OPEN.  A MERGED
025610*    BRANCH NAMES ITS NEW HOME ON THE CONSOLE SO A STRAGGLER
025620*    FEED STILL ARRIVING UNDER THE OLD CODE CAN BE CHASED.
025630     IF DL100-BRNM-LOADED
025640         MOVE DL100-IN-DET-BRANCH TO DL100-WS-BRNM-SRCH
025650         PERFORM 1185-FIND-BRN-ENTRY THRU 1185-EXIT
025660         IF DL100-WS-BRNM-FOUND = ZERO
025670             SET DL100-DETAIL-IS-INVALID TO TRUE
025680             SET DL100-REASON-BRNSTS TO TRUE
025690             GO TO 3050-EXIT
025700         END-IF
025710         IF NOT DL100-BM-IS-OPEN(DL100-WS-BRNM-FOUND)
025720             IF DL100-BM-IS-MERGED(DL100-WS-BRNM-FOUND)
025730                 AND NOT DL100-PRESCANNING
025740                 DISPLAY "HELLO: BRANCH " DL100-WS-BRNM-SRCH
025750                     " MERGED INTO "
025760                     DL100-WS-BM-MERGED(DL100-WS-BRNM-FOUND)
025770             END-IF
025780             SET DL100-DETAIL-IS-INVALID TO TRUE
025790             SET DL100-REASON-BRNSTS TO TRUE
025800             GO TO 3050-EXIT
025810         END-IF
025820     END-IF.
025830     IF DL100-IN-A < DL100-WS-LOW-BOUND
025840         OR DL100-IN-A > DL100-WS-HIGH-BOUND
025850         SET DL100-DETAIL-IS-INVALID TO TRUE
025860         SET DL100-REASON-RANGE TO TRUE
025870         GO TO 3050-EXIT.
025880*    THE RATE FOR THE DETAIL IS RESOLVED BEFORE THE OVERFLOW
025890*    TEST SO THE TEST GUARDS THE PRODUCT ACTUALLY POSTED.
025900     PERFORM 3085-RESOLVE-RATE THRU 3085-EXIT.
025910     MULTIPLY DL100-IN-A BY DL100-WS-DET-RATE
025920         GIVING DL100-WS-TEST-PRODUCT
025930         ON SIZE ERROR
025940             SET DL100-DETAIL-IS-INVALID TO TRUE
025950             SET DL100-REASON-OVRFLO TO TRUE
025960     END-MULTIPLY.
025970 3050-EXIT.
025980     EXIT.
025990
026000***************************************************************
026010*  3060-WRITE-REJECT  --  WRITE THE FAILING DETAIL TO THE
026020*                         REJECT FILE WITH A REASON CODE AND
026030*                         LET THE REST OF THE BATCH CONTINUE.
026040***************************************************************
026050 3060-WRITE-REJECT.
026060     ADD 1 TO DL100-WS-REJ-COUNT.
026070     ADD 1 TO DL100-WS-BAT-REJ-COUNT.
026080     PERFORM 3065-COUNT-BRANCH-REJECT THRU 3065-EXIT.
026090     PERFORM 3067-COUNT-REGION-REJECT THRU 3067-EXIT.
026100     MOVE DL100-IN-RECORD-TYPE TO DL100-REJ-RECORD-TYPE.
026110     MOVE DL100-IN-A TO DL100-REJ-A.
026120     MOVE DL100-IN-DET-BRANCH TO DL100-REJ-BRANCH.
026130     MOVE DL100-WS-BUS-DATE TO DL100-REJ-RUN-DATE.
026140     EVALUATE TRUE
026150         WHEN DL100-REASON-NONNUM
026160             MOVE DL100-WS-NONNUM-CODE TO DL100-REJ-REASON-CODE
026170             MOVE DL100-WS-NONNUM-TEXT TO DL100-REJ-REASON-TEXT
026180         WHEN DL100-REASON-BRANCH
026190             MOVE DL100-WS-BRANCH-CODE TO DL100-REJ-REASON-CODE
026200             MOVE DL100-WS-BRANCH-TEXT TO DL100-REJ-REASON-TEXT
026210         WHEN DL100-REASON-BRNSTS
026220             MOVE DL100-WS-BRNSTS-CODE TO DL100-REJ-REASON-CODE
026230             MOVE DL100-WS-BRNSTS-TEXT TO DL100-REJ-REASON-TEXT
026240         WHEN DL100-REASON-RANGE
026250             MOVE DL100-WS-RANGE-CODE TO DL100-REJ-REASON-CODE
026260             MOVE DL100-WS-RANGE-TEXT TO DL100-REJ-REASON-TEXT
026270         WHEN OTHER
026280             MOVE DL100-WS-OVRFLO-CODE TO DL100-REJ-REASON-CODE
026290             MOVE DL100-WS-OVRFLO-TEXT TO DL100-REJ-REASON-TEXT
026300     END-EVALUATE.
026310*    A FORCED RERUN DOES NOT WRITE ITS REJECTS AGAIN - THE
026320*    ORIGINAL RUN'S REJECTS FOR THIS BUSINESS DATE ARE
026330*    ALREADY ON REJECTDD, AND A SECOND COPY WOULD DOUBLE THE
026340*    DATE'S REJECT COUNT AND VOLUME UNDER REJFIX AND THE
026350*    BALANCING PROOF.  THE COUNTS STILL ACCUMULATE SO THE
026360*    AUDIT ROW AND RETURN CODE REFLECT THEM.
026370     IF DL100-WS-REJ-STATUS = "00"
026380         AND NOT DL100-RUN-WAS-FORCED
026390         WRITE DL100-REJ-RECORD
026400     END-IF.
026410     DISPLAY "HELLO: REJECTED DETAIL, REASON = "
026420         DL100-REJ-REASON-CODE.
026430 3060-EXIT.
026440     EXIT.
026450
026460***************************************************************
026470*  3065-COUNT-BRANCH-REJECT  --  COUNT THE REJECTED DETAIL
026480*                                AGAINST ITS BRANCH FOR THE
026490*                                BRANCH HISTORY ROW.  A DETAIL
026500*                                WITH NO USABLE BRANCH CANNOT
026510*                                BE CREDITED TO ONE - IT IS
026520*                                STILL IN THE BATCH'S REJECT
026530*                                COUNT ON THE AUDIT ROW.
026540***************************************************************
026550 3065-COUNT-BRANCH-REJECT.
026560     IF DL100-IN-DET-BRANCH NOT NUMERIC
026570         GO TO 3065-EXIT.
026580     MOVE ZERO TO DL100-WS-BRJ-FOUND.
026590     MOVE 1 TO DL100-WS-BRJ-IDX.
026600     PERFORM 3066-TEST-BRJ-ENTRY THRU 3066-EXIT
026610         UNTIL DL100-WS-BRJ-FOUND > ZERO
026620         OR DL100-WS-BRJ-IDX > DL100-WS-BRJ-USED.
026630     IF DL100-WS-BRJ-FOUND = ZERO
026640         IF DL100-WS-BRJ-USED < 50
026650             ADD 1 TO DL100-WS-BRJ-USED
026660             MOVE DL100-WS-BRJ-USED TO DL100-WS-BRJ-FOUND
026670             MOVE DL100-IN-DET-BRANCH
026680                 TO DL100-WS-BRJ-CODE(DL100-WS-BRJ-FOUND)
026690             MOVE ZERO TO DL100-WS-BRJ-COUNT(DL100-WS-BRJ-FOUND)
026700         ELSE
026710             GO TO 3065-EXIT
026720         END-IF
026730     END-IF.
026740     ADD 1 TO DL100-WS-BRJ-COUNT(DL100-WS-BRJ-FOUND).
026750 3065-EXIT.
026760     EXIT.
026770
026780 3066-TEST-BRJ-ENTRY.
026790     IF DL100-WS-BRJ-CODE(DL100-WS-BRJ-IDX) = DL100-IN-DET-BRANCH
026800         MOVE DL100-WS-BRJ-IDX TO DL100-WS-BRJ-FOUND
026810     ELSE
026820         ADD 1 TO DL100-WS-BRJ-IDX
026830     END-IF.
026840 3066-EXIT.
026850     EXIT.
026860
026870***************************************************************
026880*  3067-COUNT-REGION-REJECT  --  COUNT THE REJECTED DETAIL
026890*                                UNDER ITS BRANCH AND REASON
026900*                                FOR THE REGION SECTIONS.  A
026910*                                BRANCH THE MASTER DOES NOT
026920*                                KNOW IS COUNTED UNDER THE
026930*                                CODE IT CARRIED, IN THE
026940*                                "UNASSIGNED" SECTION.
026950***************************************************************
026960 3067-COUNT-REGION-REJECT.
026970     MOVE DL100-IN-DET-BRANCH TO DL100-WS-RGB-SRCH.
026980     PERFORM 9610-FIND-RGB-ENTRY THRU 9610-EXIT.
026990     IF DL100-WS-RGB-FOUND = ZERO
027000         GO TO 3067-EXIT.
027010     IF DL100-WS-REASON-SW > "0"
027020         AND DL100-WS-REASON-SW < "6"
027030         MOVE DL100-WS-REASON-SW TO DL100-WS-RGN-RSN
027040     ELSE
027050         MOVE 3 TO DL100-WS-RGN-RSN
027060     END-IF.
027070     ADD 1 TO DL100-WS-RB-REJ(DL100-WS-RGB-FOUND,
027080         DL100-WS-RGN-RSN).
027090 3067-EXIT.
027100     EXIT.
027110
027120***************************************************************
027130*  3070-ADD-BRANCH-TOTAL  --  ADD THE CURRENT DETAIL'S VOLUME
027140*                             INTO THE RUNNING TOTAL FOR ITS
027150*                             BRANCH, OPENING A NEW TABLE
027160*                             ENTRY THE FIRST TIME A BRANCH
027170*                             IS SEEN.
027180***************************************************************
027190 3070-ADD-BRANCH-TOTAL.
027200     MOVE DL100-IN-DET-BRANCH TO DL100-WS-BRANCH-SRCH.
027210     PERFORM 3075-FIND-BRANCH THRU 3075-EXIT.
027220     IF DL100-WS-BRANCH-FOUND = ZERO
027230         IF DL100-WS-BRANCH-USED < 50
027240             ADD 1 TO DL100-WS-BRANCH-USED
027250             MOVE DL100-WS-BRANCH-USED TO DL100-WS-BRANCH-FOUND
027260             MOVE DL100-WS-BRANCH-SRCH
027270                 TO DL100-WS-BR-CODE(DL100-WS-BRANCH-FOUND)
027280             MOVE ZERO
027290                 TO DL100-WS-BR-TOTAL(DL100-WS-BRANCH-FOUND)
027300             MOVE ZERO
027310                 TO DL100-WS-BR-SETTLED(DL100-WS-BRANCH-FOUND)
027320             MOVE ZERO
027330                 TO DL100-WS-BR-DETAILS(DL100-WS-BRANCH-FOUND)
027340         ELSE
027350             DISPLAY "HELLO: BRANCH TABLE FULL, BRANCH "
027360                 DL100-WS-BRANCH-SRCH " NOT SUBTOTALED"
027370             GO TO 3070-EXIT
027380         END-IF
027390     END-IF.
027400     ADD DL100-IN-A
027410         TO DL100-WS-BR-TOTAL(DL100-WS-BRANCH-FOUND).
027420     ADD 1 TO DL100-WS-BR-DETAILS(DL100-WS-BRANCH-FOUND).
027430 3070-EXIT.
027440     EXIT.
027450
027460***************************************************************
027470*  3075-FIND-BRANCH  --  LOOK UP DL100-WS-BRANCH-SRCH IN THE
027480*                        BRANCH TOTAL TABLE.  DL100-WS-BRANCH-
027490*                        FOUND IS THE ENTRY NUMBER, OR ZERO
027500*                        WHEN THE BRANCH IS NOT IN THE TABLE.
027510***************************************************************
027520 3075-FIND-BRANCH.
027530     MOVE ZERO TO DL100-WS-BRANCH-FOUND.
027540     MOVE 1 TO DL100-WS-BRANCH-IDX.
027550     PERFORM 3076-TEST-BRANCH THRU 3076-EXIT
027560         UNTIL DL100-WS-BRANCH-FOUND > ZERO
027570         OR DL100-WS-BRANCH-IDX > DL100-WS-BRANCH-USED.
027580 3075-EXIT.
027590     EXIT.
027600
027610 3076-TEST-BRANCH.
027620     IF DL100-WS-BR-CODE(DL100-WS-BRANCH-IDX)
027630         = DL100-WS-BRANCH-SRCH
027640         MOVE DL100-WS-BRANCH-IDX TO DL100-WS-BRANCH-FOUND
027650     ELSE
027660         ADD 1 TO DL100-WS-BRANCH-IDX
027670     END-IF.
027680 3076-EXIT.
027690     EXIT.
027700
027710***************************************************************
027720*  3080-PRINT-BRANCH-SUBTOTAL  --  PRINT THE SUBTOTAL LINE
027730*                                  FOR THE BRANCH WHOSE
027740*                                  DETAILS JUST FINISHED, AT
027750*                                  THE CONTROL BREAK AND AT
027760*                                  THE TRAILER.
027770***************************************************************
027780 3080-PRINT-BRANCH-SUBTOTAL.
027790     MOVE DL100-WS-CURR-BRANCH TO DL100-WS-BRANCH-SRCH.
027800     PERFORM 3075-FIND-BRANCH THRU 3075-EXIT.
027810     IF DL100-WS-BRANCH-FOUND > ZERO
027820         MOVE DL100-WS-CURR-BRANCH TO DL100-BST-CODE
027830         MOVE DL100-WS-BR-TOTAL(DL100-WS-BRANCH-FOUND)
027840             TO DL100-BST-TOTAL
027850         MOVE DL100-WS-CURR-BRANCH TO DL100-WS-BRNM-SRCH
027860         PERFORM 1185-FIND-BRN-ENTRY THRU 1185-EXIT
027870         IF DL100-WS-BRNM-FOUND > ZERO
027880             MOVE DL100-WS-BM-NAME(DL100-WS-BRNM-FOUND)
027890                 TO DL100-BST-NAME
027900         ELSE
027910             MOVE SPACES TO DL100-BST-NAME
027920         END-IF
027930         MOVE DL100-WS-BST-LINE TO DL100-RPT-RECORD
027940         IF DL100-WS-RPT-STATUS = "00"
027950             WRITE DL100-RPT-RECORD
027960         END-IF
027970     END-IF.
027980 3080-EXIT.
027990     EXIT.
028000
028010***************************************************************
028020*  3085-RESOLVE-RATE  --  RESOLVE THE RATE FOR THE CURRENT
028030*                         DETAIL: THE ACTIVE RATE ROW FOR ITS
028040*                         BRANCH WITH THE LATEST EFFECTIVE
028050*                         DATE ON OR BEFORE THE BATCH
028060*                         BUSINESS DATE.  WITH NO ROW THE
028070*                         PARM MULTIPLIER STANDS.
028080***************************************************************
028090 3085-RESOLVE-RATE.
028100     MOVE DL100-WS-MULTIPLIER TO DL100-WS-DET-RATE.
028110     MOVE ZERO TO DL100-WS-RATE-BEST.
028120     MOVE 1 TO DL100-WS-RATE-IDX.
028130     PERFORM 3086-TEST-RATE-ENTRY THRU 3086-EXIT
028140         UNTIL DL100-WS-RATE-IDX > DL100-WS-RATE-USED.
028150 3085-EXIT.
028160     EXIT.
028170
028180 3086-TEST-RATE-ENTRY.
028190     IF DL100-WS-RT-BRANCH(DL100-WS-RATE-IDX)
028200         = DL100-IN-DET-BRANCH
028210         AND DL100-WS-RT-EFF(DL100-WS-RATE-IDX)
028220             NOT > DL100-WS-BUS-DATE
028230         AND DL100-WS-RT-EFF(DL100-WS-RATE-IDX)
028240             >= DL100-WS-RATE-BEST
028250         MOVE DL100-WS-RT-EFF(DL100-WS-RATE-IDX)
028260             TO DL100-WS-RATE-BEST
028270         MOVE DL100-WS-RT-RATE(DL100-WS-RATE-IDX)
028280             TO DL100-WS-DET-RATE
028290     END-IF.
028300     ADD 1 TO DL100-WS-RATE-IDX.
028310 3086-EXIT.
028320     EXIT.
028330
028340***************************************************************
028350*  3090-WRITE-GL-POSTING  --  WRITE THE BALANCED DEBIT/CREDIT
028360*                             PAIR FOR ONE VALID DETAIL TO
028370*                             THE GL POSTING INTERFACE FILE,
028380*                             WITH THE ACCOUNTS RESOLVED FROM
028390*                             THE BRANCH'S MAPPING ENTRY AND
028400*                             THE AMOUNTS ROLLED INTO THE
028410*                             TRAILER HASH TOTAL.
028420***************************************************************
028430 3090-WRITE-GL-POSTING.
028440     IF DL100-WS-GL-STATUS NOT = "00"
028450         GO TO 3090-EXIT.
028460*    A FORCED RERUN POSTS ITS PAIRS FLAGGED AS CORRECTIONS
028470*    ("X") - 2170-REVERSE-GL-POSTINGS ALREADY BACKED OUT THE
028480*    ORIGINAL RUN'S NET FOR THIS DATE WITH REVERSING PAIRS,
028490*    SO THE LOAD CARRIES THE REVERSAL AND THE CORRECTION
028500*    TOGETHER AND THE LEDGER NETS TO THE RERUN'S FIGURES.
028510     MULTIPLY DL100-IN-A BY DL100-WS-DET-RATE
028520         GIVING DL100-WS-GL-AMOUNT.
028530     PERFORM 3095-FIND-MAP-ENTRY THRU 3095-EXIT.
028540     MOVE SPACES TO DL100-GL-RECORD.
028550     MOVE "GLD" TO DL100-GL-RECORD-TYPE.
028560     MOVE "D" TO DL100-GL-DC-FLAG.
028570     IF DL100-WS-MAP-FOUND > ZERO
028580         MOVE DL100-WS-MP-DR-ACCT(DL100-WS-MAP-FOUND)
028590             TO DL100-GL-ACCOUNT
028600     ELSE
028610         MOVE DL100-WS-SUSP-ACCOUNT TO DL100-GL-ACCOUNT
028620     END-IF.
028630     MOVE DL100-WS-GL-AMOUNT TO DL100-GL-AMOUNT.
028640     MOVE DL100-IN-DET-BRANCH TO DL100-GL-BRANCH.
028650     MOVE DL100-WS-BUS-DATE TO DL100-GL-BUS-DATE.
028660     IF DL100-RUN-WAS-FORCED
028670         MOVE "X" TO DL100-GL-ADJ-FLAG
028680     END-IF.
028690     WRITE DL100-GL-RECORD.
028700     MOVE SPACES TO DL100-GL-RECORD.
028710     MOVE "GLD" TO DL100-GL-RECORD-TYPE.
028720     MOVE "C" TO DL100-GL-DC-FLAG.
028730     IF DL100-WS-MAP-FOUND > ZERO
028740         MOVE DL100-WS-MP-CR-ACCT(DL100-WS-MAP-FOUND)
028750             TO DL100-GL-ACCOUNT
028760     ELSE
028770         MOVE DL100-WS-SUSP-ACCOUNT TO DL100-GL-ACCOUNT
028780     END-IF.
028790     MOVE DL100-WS-GL-AMOUNT TO DL100-GL-AMOUNT.
028800     MOVE DL100-IN-DET-BRANCH TO DL100-GL-BRANCH.
028810     MOVE DL100-WS-BUS-DATE TO DL100-GL-BUS-DATE.
028820     IF DL100-RUN-WAS-FORCED
028830         MOVE "X" TO DL100-GL-ADJ-FLAG
028840     END-IF.
028850     WRITE DL100-GL-RECORD.
028860     ADD 2 TO DL100-WS-GL-REC-COUNT.
028870     ADD DL100-WS-GL-AMOUNT TO DL100-WS-GL-HASH-TOTAL.
028880     ADD DL100-WS-GL-AMOUNT TO DL100-WS-GL-HASH-TOTAL.
028890     IF DL100-WS-MAP-FOUND = ZERO
028900         ADD 1 TO DL100-WS-UNMAPPED-COUNT
028910         DISPLAY "HELLO: NO ACCOUNT MAPPING FOR BRANCH "
028920             DL100-IN-DET-BRANCH ", POSTED TO SUSPENSE"
028930     END-IF.
028940 3090-EXIT.
028950     EXIT.
028960
028970***************************************************************
028980*  3095-FIND-MAP-ENTRY  --  LOOK UP THE CURRENT DETAIL'S
028990*                           BRANCH IN THE ACCOUNT MAPPING
029000*                           TABLE.  ZERO MEANS NO ENTRY.
029010***************************************************************
029020 3095-FIND-MAP-ENTRY.
029030     MOVE ZERO TO DL100-WS-MAP-FOUND.
029040     MOVE 1 TO DL100-WS-MAP-IDX.
029050     PERFORM 3096-TEST-MAP-ENTRY THRU 3096-EXIT
029060         UNTIL DL100-WS-MAP-FOUND > ZERO
029070         OR DL100-WS-MAP-IDX > DL100-WS-MAP-USED.
029080 3095-EXIT.
029090     EXIT.
029100
029110 3096-TEST-MAP-ENTRY.
029120     IF DL100-WS-MP-BRANCH(DL100-WS-MAP-IDX)
029130         = DL100-IN-DET-BRANCH
029140         MOVE DL100-WS-MAP-IDX TO DL100-WS-MAP-FOUND
029150     ELSE
029160         ADD 1 TO DL100-WS-MAP-IDX
029170     END-IF.
029180 3096-EXIT.
029190     EXIT.
029200
029210***************************************************************
029220*  3100-CHECKPOINT  --  RECORD THE NUMBER OF DETAIL RECORDS
029230*                       PROCESSED SO FAR SO AN ABEND CAN BE
029240*                       RESTARTED FROM THIS POINT INSTEAD OF
029250*                       FROM THE BEGINNING OF THE RUN. THE FILE
029260*                       IS HELD OPEN FOR THE WHOLE RUN BY
029270*                       1150-OPEN-RESTART-FILE, SO THIS REWRITES
029280*                       THE ONE CHECKPOINT ROW IN PLACE RATHER
029290*                       THAN APPENDING A NEW ROW EVERY INTERVAL.
029300***************************************************************
029310 3100-CHECKPOINT.
029320     MOVE DL100-WS-REC-COUNT TO DL100-RST-LAST-COUNT.
029330     MOVE DL100-WS-RUN-DATE TO DL100-RST-RUN-DATE.
029340     IF DL100-RST-REC-EXISTS
029350         REWRITE DL100-RST-RECORD
029360         IF DL100-WS-RST-STATUS NOT = "00"
029370             DISPLAY "HELLO: UNABLE TO REWRITE RESTARTF, "
029380                 "STATUS = " DL100-WS-RST-STATUS
029390         END-IF
029400     ELSE
029410         WRITE DL100-RST-RECORD
029420         IF DL100-WS-RST-STATUS = "00"
029430             SET DL100-RST-REC-EXISTS TO TRUE
029440         ELSE
029450             DISPLAY "HELLO: UNABLE TO WRITE RESTARTF, "
029460                 "STATUS = " DL100-WS-RST-STATUS
029470         END-IF
029480     END-IF.
029490 3100-EXIT.
029500     EXIT.
029510
029520***************************************************************
029530*  3200-TEST-HOLD  --  DECIDE WHETHER A VALID DETAIL IS HELD
029540*                      RATHER THAN POSTED: ITS BRANCH IS NAMED
029550*                      ON A HOLD CARD FOR THIS BATCH (OR FOR
029560*                      EVERY BATCH), OR THE PRE-SCAN FOUND ITS
029570*                      REJECT RATE FOR THE BATCH AT OR OVER
029580*                      THE THRESHOLD.  A HOLD CARD WINS OVER
029590*                      THE RATE.
029600***************************************************************
029610 3200-TEST-HOLD.
029620     MOVE "N" TO DL100-WS-HELD-SW.
029630     MOVE SPACE TO DL100-WS-HOLD-TYPE.
029640     MOVE 1 TO DL100-WS-HCARD-IDX.
029650     PERFORM 3205-TEST-HOLD-CARD THRU 3205-EXIT
029660         UNTIL DL100-DETAIL-IS-HELD
029670         OR DL100-WS-HCARD-IDX > DL100-WS-HCARD-USED.
029680     IF DL100-DETAIL-IS-HELD OR DL100-WS-HOLD-PCT = ZERO
029690         GO TO 3200-EXIT.
029700     PERFORM 1143-FIND-HRATE-ENTRY THRU 1143-EXIT.
029710     IF DL100-WS-HRATE-FOUND > ZERO
029720         IF DL100-HR-IS-HELD(DL100-WS-HRATE-FOUND)
029730             SET DL100-DETAIL-IS-HELD TO TRUE
029740             MOVE "R" TO DL100-WS-HOLD-TYPE
029750             MOVE DL100-WS-HR-PCT(DL100-WS-HRATE-FOUND)
029760                 TO DL100-HRS-PCT
029770             MOVE DL100-WS-HRS-REASON TO DL100-WS-HOLD-REASON
029780         END-IF
029790     END-IF.
029800 3200-EXIT.
029810     EXIT.
029820
029830 3205-TEST-HOLD-CARD.
029840     IF DL100-WS-HC-BRANCH(DL100-WS-HCARD-IDX)
029850         = DL100-IN-DET-BRANCH
029860         AND (DL100-WS-HC-DATE(DL100-WS-HCARD-IDX) = ZERO
029870         OR DL100-WS-HC-DATE(DL100-WS-HCARD-IDX)
029880             = DL100-WS-BUS-DATE)
029890         SET DL100-DETAIL-IS-HELD TO TRUE
029900         MOVE "C" TO DL100-WS-HOLD-TYPE
029910         MOVE DL100-WS-HC-REASON(DL100-WS-HCARD-IDX)
029920             TO DL100-WS-HOLD-REASON
029930     ELSE
029940         ADD 1 TO DL100-WS-HCARD-IDX
029950     END-IF.
029960 3205-EXIT.
029970     EXIT.
029980
029990***************************************************************
030000*  3210-WRITE-HELD-ITEM  --  WRITE A HELD DETAIL TO HELDDD WITH
030010*                            ITS VOLUME, ITS RATE AND THE
030020*                            AMOUNT IT WOULD HAVE POSTED, AND
030030*                            CARRY THE AMOUNT ON ITS BRANCH'S
030040*                            TOTALS ENTRY FOR THE BATCH'S
030050*                            HELD-BRANCH LINES.
030060***************************************************************
030070 3210-WRITE-HELD-ITEM.
030080     IF NOT DL100-HLD-IS-OPEN
030090         DISPLAY "HELLO: HELD DETAIL FOR BRANCH "
030100             DL100-IN-DET-BRANCH " NOT WRITTEN - HELDDD NOT OPEN"
030110         MOVE 0016 TO DL100-WS-RETURN-CODE
030120         GO TO 3210-EXIT.
030130     MOVE SPACES TO DL100-HLD-RECORD.
030140     MOVE DL100-WS-RUN-DATE-N TO DL100-HLD-RUN-DATE.
030150     MOVE DL100-WS-HLD-RUN-TIME TO DL100-HLD-RUN-TIME.
030160     ADD 1 TO DL100-WS-HLD-SEQ.
030170     MOVE DL100-WS-HLD-SEQ TO DL100-HLD-SEQ.
030180     MOVE DL100-WS-BUS-DATE TO DL100-HLD-BUS-DATE.
030190     MOVE DL100-IN-DET-BRANCH TO DL100-HLD-BRANCH.
030200     MOVE DL100-IN-A TO DL100-HLD-A.
030210     MOVE DL100-WS-DET-RATE TO DL100-HLD-RATE.
030220     MOVE A TO DL100-HLD-AMOUNT.
030230     MOVE DL100-WS-HOLD-TYPE TO DL100-HLD-HOLD-TYPE.
030240     MOVE DL100-WS-HOLD-REASON TO DL100-HLD-HOLD-REASON.
030250     SET DL100-HLD-IS-HELD TO TRUE.
030260     MOVE ZERO TO DL100-HLD-DONE-DATE.
030270     WRITE DL100-HLD-RECORD
030280         INVALID KEY
030290             DISPLAY "HELLO: HELD DETAIL NOT WRITTEN, STATUS = "
030300                 DL100-WS-HLD-STATUS
030310             MOVE 0016 TO DL100-WS-RETURN-CODE
030320             GO TO 3210-EXIT
030330     END-WRITE.
030340     ADD 1 TO DL100-WS-HELD-COUNT.
030350     IF DL100-WS-BRANCH-FOUND > ZERO
030360         MOVE DL100-WS-HOLD-TYPE
030370             TO DL100-WS-BR-HOLD(DL100-WS-BRANCH-FOUND)
030380         ADD A TO DL100-WS-BR-HELD-AMT(DL100-WS-BRANCH-FOUND)
030390     END-IF.
030400 3210-EXIT.
030410     EXIT.
030420
030430***************************************************************
030440*  4000-HANDLE-TRAILER  --  CAPTURE THE TRAILER'S CONTROL COUNT
030450*                           SO IT CAN BE RECONCILED AGAINST THE
030460*                           RUNNING TOTAL ACCUMULATED FROM THE
030470*                           DETAIL RECORDS.
030480***************************************************************
030490 4000-HANDLE-TRAILER.
030500*    A TRAILER WITH NO OPEN BATCH MEANS THE FILE LOST ITS
030510*    HEADER AND DETAILS.  NO BATCH IS OPENED FOR IT - THAT
030520*    WOULD REWRITE THE PRIOR BATCH'S AUDIT ROW OR POST A
030530*    PHANTOM DATE - BUT THE RUN IS FLAGGED OUT OF BALANCE SO
030540*    THE TRUNCATION CANNOT PASS AS A CLEAN NIGHT.
030550     IF NOT DL100-BATCH-OPEN
030560         DISPLAY "HELLO: TRAILER WITH NO OPEN BATCH - "
030570             "INPUT TRUNCATED, RUN FLAGGED OUT OF BALANCE"
030580         SET DL100-OUT-OF-BALANCE TO TRUE
030590         IF DL100-WS-RETURN-CODE < 0004
030600             MOVE 0004 TO DL100-WS-RETURN-CODE
030610         END-IF
030620         GO TO 4000-EXIT.
030630     IF NOT DL100-FIRST-DETAIL
030640         PERFORM 3080-PRINT-BRANCH-SUBTOTAL THRU 3080-EXIT
030650     END-IF.
030660     MOVE DL100-IN-TRL-COUNT TO DL100-WS-TRAILER-COUNT.
030670     PERFORM 4050-ADD-TRL-ENTRIES THRU 4050-EXIT.
030680     PERFORM 2150-CLOSE-BATCH THRU 2150-EXIT.
030690 4000-EXIT.
030700     EXIT.
030710
030720***************************************************************
030730*  4050-ADD-TRL-ENTRIES  --  APPEND THE BRANCH CONTROL ENTRIES
030740*                            ON THE CURRENT TRL OR TRX RECORD
030750*                            TO THE BATCH'S TRAILER BRANCH
030760*                            TABLE.  AN ALL-ZERO OR NON-NUMERIC
030770*                            ENTRY IS AN UNUSED SLOT AND IS NOT
030780*                            CARRIED.
030790***************************************************************
030800 4050-ADD-TRL-ENTRIES.
030810     MOVE 1 TO DL100-WS-TRX-IDX.
030820     PERFORM 4060-ADD-TRL-ENTRY THRU 4060-EXIT
030830         UNTIL DL100-WS-TRX-IDX > 5.
030840 4050-EXIT.
030850     EXIT.
030860
030870 4060-ADD-TRL-ENTRY.
030880     IF DL100-IN-TRL-BR-CODE(DL100-WS-TRX-IDX) NUMERIC
030890         AND DL100-IN-TRL-BR-COUNT(DL100-WS-TRX-IDX) NUMERIC
030900         AND DL100-IN-TRL-BR-CODE(DL100-WS-TRX-IDX) > ZERO
030910         IF DL100-WS-TRL-USED < 50
030920             ADD 1 TO DL100-WS-TRL-USED
030930             MOVE DL100-IN-TRL-BR-CODE(DL100-WS-TRX-IDX)
030940                 TO DL100-WS-TRL-BR-CODE(DL100-WS-TRL-USED)
030950             MOVE DL100-IN-TRL-BR-COUNT(DL100-WS-TRX-IDX)
030960                 TO DL100-WS-TRL-BR-COUNT(DL100-WS-TRL-USED)
030970         ELSE
030980             DISPLAY "HELLO: TRAILER BRANCH TABLE FULL, BRANCH "
030990                 DL100-IN-TRL-BR-CODE(DL100-WS-TRX-IDX)
031000                 " CONTROL COUNT NOT CARRIED"
031010         END-IF
031020     END-IF.
031030     ADD 1 TO DL100-WS-TRX-IDX.
031040 4060-EXIT.
031050     EXIT.
031060
031070***************************************************************
031080*  4100-HANDLE-TRL-EXTENSION  --  A TRAILER EXTENSION (TRX)
031090*                                 CARRIES BRANCH CONTROL COUNTS
031100*                                 PAST THE FIVE THE TRL HOLDS.
031110*                                 THEY ARE COLLECTED HERE AND
031120*                                 RECONCILED WITH THE TRL'S OWN
031130*                                 ENTRIES WHEN THE TRL CLOSES
031140*                                 THE BATCH.  ITS CONTROL COUNT
031150*                                 FIELD IS NOT USED.
031160***************************************************************
031170 4100-HANDLE-TRL-EXTENSION.
031180     IF NOT DL100-BATCH-OPEN
031190         DISPLAY "HELLO: TRAILER EXTENSION WITH NO OPEN BATCH - "
031200             "INPUT TRUNCATED, RUN FLAGGED OUT OF BALANCE"
031210         SET DL100-OUT-OF-BALANCE TO TRUE
031220         IF DL100-WS-RETURN-CODE < 0004
031230             MOVE 0004 TO DL100-WS-RETURN-CODE
031240         END-IF
031250         GO TO 4100-EXIT.
031260     PERFORM 4050-ADD-TRL-ENTRIES THRU 4050-EXIT.
031270 4100-EXIT.
031280     EXIT.
031290
031300***************************************************************
031310*  7400-TEST-BUSINESS-DAY  --  IS DL100-WS-CAL-TEST-DATE A
031320*                              BUSINESS DAY?  THE WEEKLY
031330*                              WORKING-DAY FLAG FOR ITS DAY
031340*                              OF WEEK MUST BE "Y" AND THE
031350*                              DATE MUST NOT BE A HOLIDAY.
031360*                              AN UNUSABLE DATE PASSES - THE
031370*                              DATE VALIDATION BELONGS TO
031380*                              THE HEADER HANDLING, NOT HERE.
031390***************************************************************
031400 7400-TEST-BUSINESS-DAY.
031410     MOVE "Y" TO DL100-WS-CAL-BUS-SW.
031420     IF DL100-WS-CAL-TEST-DATE = ZERO
031430         GO TO 7400-EXIT.
031440     MOVE FUNCTION INTEGER-OF-DATE(DL100-WS-CAL-TEST-DATE)
031450         TO DL100-WS-CAL-INT.
031460     IF DL100-WS-CAL-INT = ZERO
031470         GO TO 7400-EXIT.
031480*    DAY 1 OF THE INTEGER DATE BASE WAS A MONDAY, SO THE
031490*    REMAINDER OF THE INTEGER OVER SEVEN GIVES THE DAY OF
031500*    WEEK, WITH ZERO MEANING SUNDAY.
031510     DIVIDE DL100-WS-CAL-INT BY 7
031520         GIVING DL100-WS-CAL-QUOT
031530         REMAINDER DL100-WS-CAL-DOW.
031540     IF DL100-WS-CAL-DOW = ZERO
031550         MOVE 7 TO DL100-WS-CAL-DOW
031560     END-IF.
031570     IF DL100-WS-CAL-WEEK-FLAG(DL100-WS-CAL-DOW) NOT = "Y"
031580         MOVE "N" TO DL100-WS-CAL-BUS-SW
031590         GO TO 7400-EXIT.
031600     MOVE 1 TO DL100-WS-HOL-IDX.
031610     PERFORM 7410-TEST-HOLIDAY THRU 7410-EXIT
031620         UNTIL NOT DL100-CAL-IS-BUS-DAY
031630         OR DL100-WS-HOL-IDX > DL100-WS-HOL-USED.
031640 7400-EXIT.
031650     EXIT.
031660
031670 7410-TEST-HOLIDAY.
031680     IF DL100-WS-HOL-DATE(DL100-WS-HOL-IDX)
031690         = DL100-WS-CAL-TEST-DATE
031700         MOVE "N" TO DL100-WS-CAL-BUS-SW
031710     ELSE
031720         ADD 1 TO DL100-WS-HOL-IDX
031730     END-IF.
031740 7410-EXIT.
031750     EXIT.
031760
031770***************************************************************
031780*  7500-NEXT-BUSINESS-DAY  --  STEP FORWARD FROM DL100-WS-
031790*                              CAL-TEST-DATE TO THE NEXT
031800*                              BUSINESS DAY AFTER IT, INTO
031810*                              DL100-WS-EXPECT-DATE.  THE
031820*                              SEARCH GIVES UP AFTER SIXTY
031830*                              DAYS - A CALENDAR WITH NO
031840*                              WORKING DAY IN TWO MONTHS IS
031850*                              MIS-KEYED, NOT A SCHEDULE.
031860***************************************************************
031870 7500-NEXT-BUSINESS-DAY.
031880     MOVE ZERO TO DL100-WS-EXPECT-DATE.
031890     MOVE FUNCTION INTEGER-OF-DATE(DL100-WS-CAL-TEST-DATE)
031900         TO DL100-WS-CAL-INT.
031910     IF DL100-WS-CAL-INT = ZERO
031920         GO TO 7500-EXIT.
031930     MOVE ZERO TO DL100-WS-CAL-STEPS.
031940     MOVE "N" TO DL100-WS-CAL-BUS-SW.
031950     PERFORM 7510-STEP-ONE-DAY THRU 7510-EXIT
031960         UNTIL DL100-CAL-IS-BUS-DAY
031970         OR DL100-WS-CAL-STEPS > 60.
031980     IF DL100-CAL-IS-BUS-DAY
031990         MOVE DL100-WS-CAL-TEST-DATE TO DL100-WS-EXPECT-DATE
032000     END-IF.
032010 7500-EXIT.
032020     EXIT.
032030
032040 7510-STEP-ONE-DAY.
032050     ADD 1 TO DL100-WS-CAL-INT.
032060     ADD 1 TO DL100-WS-CAL-STEPS.
032070     MOVE FUNCTION DATE-OF-INTEGER(DL100-WS-CAL-INT)
032080         TO DL100-WS-CAL-TEST-DATE.
032090     PERFORM 7400-TEST-BUSINESS-DAY THRU 7400-EXIT.
032100 7510-EXIT.
032110     EXIT.
032120
032130***************************************************************
032140*  8000-RECONCILE  --  END-OF-INPUT HOUSEKEEPING: CLOSE OUT A
032150*                      BATCH WHOSE TRAILER NEVER ARRIVED AS A
032160*                      RECONCILIATION BREAK, AND RAISE THE
032170*                      RETURN CODE WHEN THE RUN WROTE REJECTS.
032180*                      EACH COMPLETE BATCH WAS ALREADY
032190*                      RECONCILED BY 2150-CLOSE-BATCH AT ITS
032200*                      OWN TRAILER.
032210***************************************************************
032220 8000-RECONCILE.
032230     IF DL100-BATCH-OPEN
032240         DISPLAY "HELLO: INPUT ENDED WITHOUT A TRAILER - "
032250             "BATCH " DL100-WS-BUS-DATE " CLOSED WITHOUT A "
032260             "CONTROL COUNT"
032270         MOVE ZERO TO DL100-WS-TRAILER-COUNT
032280         MOVE ZEROS TO DL100-WS-TRL-BRANCHES
032290         MOVE ZERO TO DL100-WS-TRL-USED
032300         SET DL100-BAT-OUT-OF-BAL TO TRUE
032310         SET DL100-OUT-OF-BALANCE TO TRUE
032320         IF DL100-WS-RETURN-CODE < 0004
032330             MOVE 0004 TO DL100-WS-RETURN-CODE
032340         END-IF
032350         PERFORM 2150-CLOSE-BATCH THRU 2150-EXIT
032360     END-IF.
032370     IF DL100-WS-REJ-COUNT > ZERO
032380         AND DL100-WS-RETURN-CODE < 0004
032390         MOVE 0004 TO DL100-WS-RETURN-CODE
032400     END-IF.
032410*    AN EXPECTED BUSINESS DATE NO HEADER EVER REACHED (AN
032420*    EMPTY OR SHORT INPUT) IS STILL A GAP, PROVIDED THE
032430*    EXPECTED DAY IS NOT STILL IN THE FUTURE.
032440     IF DL100-CAL-LOADED
032450         AND DL100-WS-EXPECT-DATE > ZERO
032460         AND NOT DL100-EXPECT-SEEN
032470         AND NOT DL100-GAP-FLAGGED
032480         AND DL100-WS-EXPECT-DATE NOT > DL100-WS-RUN-DATE-N
032490         PERFORM 2140-FLAG-MISSING-DAY THRU 2140-EXIT
032500     END-IF.
032510 8000-EXIT.
032520     EXIT.
032530
032540***************************************************************
032550*  8100-RECONCILE-BRANCH  --  RECONCILE ONE TRAILER BRANCH
032560*                             CONTROL ENTRY AGAINST THE
032570*                             VOLUME ACCUMULATED FOR THAT
032580*                             BRANCH, PRINT THE BRANCH
032590*                             RECONCILIATION LINE, AND FLAG
032600*                             THE RUN OUT OF BALANCE NAMING
032610*                             THE BRANCH WHEN THEY DISAGREE.
032620*                             AN ALL-ZERO OR NON-NUMERIC
032630*                             ENTRY IS AN UNUSED SLOT.
032640***************************************************************
032650 8100-RECONCILE-BRANCH.
032660     IF DL100-WS-TRL-BR-CODE(DL100-WS-TRL-IDX) NUMERIC
032670         AND DL100-WS-TRL-BR-COUNT(DL100-WS-TRL-IDX) NUMERIC
032680         AND DL100-WS-TRL-BR-CODE(DL100-WS-TRL-IDX) > ZERO
032690         MOVE DL100-WS-TRL-BR-CODE(DL100-WS-TRL-IDX)
032700             TO DL100-WS-BRANCH-SRCH
032710         PERFORM 3075-FIND-BRANCH THRU 3075-EXIT
032720         IF DL100-WS-BRANCH-FOUND > ZERO
032730             MOVE DL100-WS-BR-TOTAL(DL100-WS-BRANCH-FOUND)
032740                 TO DL100-WS-BR-ACTUAL
032750         ELSE
032760             MOVE ZERO TO DL100-WS-BR-ACTUAL
032770         END-IF
032780         MOVE DL100-WS-BRANCH-SRCH TO DL100-BRL-CODE
032790         MOVE DL100-WS-TRL-BR-COUNT(DL100-WS-TRL-IDX)
032800             TO DL100-BRL-CONTROL
032810         MOVE DL100-WS-BR-ACTUAL TO DL100-BRL-ACTUAL
032820         IF DL100-WS-BR-ACTUAL
032830             = DL100-WS-TRL-BR-COUNT(DL100-WS-TRL-IDX)
032840             MOVE "IN BALANCE  " TO DL100-BRL-STATUS
032850         ELSE
032860             MOVE "OUT OF BAL  " TO DL100-BRL-STATUS
032870             SET DL100-BAT-OUT-OF-BAL TO TRUE
032880             SET DL100-OUT-OF-BALANCE TO TRUE
032890             IF DL100-WS-RETURN-CODE < 0004
032900                 MOVE 0004 TO DL100-WS-RETURN-CODE
032910             END-IF
032920             DISPLAY "HELLO: RECONCILIATION BREAK AT BRANCH "
032930                 DL100-WS-BRANCH-SRCH " - CONTROL "
032940                 DL100-WS-TRL-BR-COUNT(DL100-WS-TRL-IDX)
032950                 " ACTUAL " DL100-WS-BR-ACTUAL
032960             PERFORM 9615-NOTE-REGION-BREAK THRU 9615-EXIT
032970         END-IF
032980         MOVE DL100-WS-BRL-LINE TO DL100-RPT-RECORD
032990         IF DL100-WS-RPT-STATUS = "00"
033000             WRITE DL100-RPT-RECORD
033010         END-IF
033020     END-IF.
033030     ADD 1 TO DL100-WS-TRL-IDX.
033040 8100-EXIT.
033050     EXIT.
033060
033070***************************************************************
033080*  8200-CHECK-DETAIL-BRANCH  --  FLAG A BRANCH THAT SENT
033090*                                VOLUME BUT HAS NO CONTROL
033100*                                COUNT ENTRY ON THE TRAILER.
033110***************************************************************
033120 8200-CHECK-DETAIL-BRANCH.
033130     MOVE DL100-WS-BR-CODE(DL100-WS-BRANCH-IDX)
033140         TO DL100-WS-BRANCH-SRCH.
033150     PERFORM 8300-FIND-TRL-BRANCH THRU 8300-EXIT.
033160     IF DL100-WS-TRL-FOUND = ZERO
033170         MOVE DL100-WS-BRANCH-SRCH TO DL100-BRL-CODE
033180         MOVE ZERO TO DL100-BRL-CONTROL
033190         MOVE DL100-WS-BR-TOTAL(DL100-WS-BRANCH-IDX)
033200             TO DL100-BRL-ACTUAL
033210         MOVE "OUT OF BAL  " TO DL100-BRL-STATUS
033220         SET DL100-BAT-OUT-OF-BAL TO TRUE
033230         SET DL100-OUT-OF-BALANCE TO TRUE
033240         IF DL100-WS-RETURN-CODE < 0004
033250             MOVE 0004 TO DL100-WS-RETURN-CODE
033260         END-IF
033270         DISPLAY "HELLO: BRANCH " DL100-WS-BRANCH-SRCH
033280             " HAS VOLUME BUT NO TRAILER CONTROL COUNT"
033290         PERFORM 9615-NOTE-REGION-BREAK THRU 9615-EXIT
033300         MOVE DL100-WS-BRL-LINE TO DL100-RPT-RECORD
033310         IF DL100-WS-RPT-STATUS = "00"
033320             WRITE DL100-RPT-RECORD
033330         END-IF
033340     END-IF.
033350     ADD 1 TO DL100-WS-BRANCH-IDX.
033360 8200-EXIT.
033370     EXIT.
033380
033390***************************************************************
033400*  8300-FIND-TRL-BRANCH  --  LOOK UP DL100-WS-BRANCH-SRCH IN
033410*                            THE TRAILER'S BRANCH CONTROL
033420*                            TABLE.  DL100-WS-TRL-FOUND IS
033430*                            THE ENTRY NUMBER, OR ZERO WHEN
033440*                            THE BRANCH HAS NO ENTRY.
033450***************************************************************
033460 8300-FIND-TRL-BRANCH.
033470     MOVE ZERO TO DL100-WS-TRL-FOUND.
033480     MOVE 1 TO DL100-WS-TRL-IDX.
033490     PERFORM 8310-TEST-TRL-BRANCH THRU 8310-EXIT
033500         UNTIL DL100-WS-TRL-FOUND > ZERO
033510         OR DL100-WS-TRL-IDX > DL100-WS-TRL-USED.
033520 8300-EXIT.
033530     EXIT.
033540
033550 8310-TEST-TRL-BRANCH.
033560     IF DL100-WS-TRL-BR-CODE(DL100-WS-TRL-IDX) NUMERIC
033570         AND DL100-WS-TRL-BR-CODE(DL100-WS-TRL-IDX)
033580             = DL100-WS-BRANCH-SRCH
033590         MOVE DL100-WS-TRL-IDX TO DL100-WS-TRL-FOUND
033600     ELSE
033610         ADD 1 TO DL100-WS-TRL-IDX
033620     END-IF.
033630 8310-EXIT.
033640     EXIT.
033650
033660***************************************************************
033670*  9000-TERMINATE  --  PRINT THE RUN TRAILER LINE AND CLOSE
033680*                      THE FILES.  EACH BATCH WROTE ITS OWN
033690*                      AUDIT ROW AND EXTRACT RECORD AS ITS
033700*                      TRAILER CLOSED IT OUT.
033710***************************************************************
033720 9000-TERMINATE.
033730     PERFORM 9690-REPORT-REGION-RECAP THRU 9690-EXIT.
033740     MOVE DL100-WS-REC-COUNT TO DL100-TL-REC-COUNT.
033750     MOVE DL100-WS-BATCH-COUNT TO DL100-TL-BATCH-COUNT.
033760     IF DL100-IN-BALANCE
033770         MOVE "IN BALANCE  " TO DL100-TL-BAL-STATUS
033780     ELSE
033790         MOVE "OUT OF BAL  " TO DL100-TL-BAL-STATUS
033800     END-IF.
033810     MOVE DL100-WS-TRL-LINE TO DL100-RPT-RECORD.
033820     IF DL100-WS-RPT-STATUS = "00"
033830         WRITE DL100-RPT-RECORD
033840     END-IF.
033850     IF DL100-WS-IN-STATUS = "00" OR "10"
033860         CLOSE DL100-IN-FILE
033870     END-IF.
033880     IF DL100-WS-RPT-STATUS = "00"
033890         CLOSE DL100-RPT-FILE
033900     END-IF.
033910     IF DL100-WS-REJ-STATUS = "00"
033920         CLOSE DL100-REJ-FILE
033930     END-IF.
033940     IF DL100-WS-RST-STATUS = "00"
033950         CLOSE DL100-RST-FILE
033960     END-IF.
033970     IF DL100-WS-AUD-STATUS = "00" OR "23"
033980         CLOSE DL100-AUD-FILE
033990     END-IF.
034000     IF DL100-WS-EXT-STATUS = "00"
034010         CLOSE DL100-EXT-FILE
034020     END-IF.
034030     IF DL100-WS-BHS-STATUS = "00"
034040         CLOSE DL100-BHS-FILE
034050     END-IF.
034060     IF DL100-HLD-IS-OPEN
034070         CLOSE DL100-HLD-FILE
034080     END-IF.
034090     IF DL100-WS-GL-STATUS = "00"
034100         MOVE SPACES TO DL100-GL-RECORD
034110         MOVE "GLT" TO DL100-GL-RECORD-TYPE
034120         MOVE DL100-WS-GL-REC-COUNT TO DL100-GL-REC-COUNT
034130         MOVE DL100-WS-GL-HASH-TOTAL TO DL100-GL-HASH-TOTAL
034140         WRITE DL100-GL-RECORD
034150         CLOSE DL100-GL-FILE
034160     END-IF.
034170     PERFORM 9520-WRITE-RUN-CONTROL THRU 9520-EXIT.
034180     DISPLAY "HELLO: RETURN CODE " DL100-WS-RETURN-CODE.
034190 9000-EXIT.
034200     EXIT.
034210
034220***************************************************************
034230*  9100-WRITE-AUDIT  --  WRITE THE AUDIT TRAIL ROW FOR THE
034240*                        POSTED BUSINESS DATE: RUN TIME, JOB
034250*                        ID, THE LAST INPUT VALUE READ, THE
034260*                        FINAL COMPUTED RESULT, THE RETURN
034270*                        CODE, THE RUN'S COUNTS, AND THE
034280*                        OVERRIDE FLAG WHEN A FORCED RERUN
034290*                        OVERWROTE AN EXISTING ROW.  THE FILE
034300*                        IS HELD OPEN BY 1140-OPEN-AUDIT-FILE.
034310***************************************************************
034320 9100-WRITE-AUDIT.
034330     IF DL100-WS-AUD-STATUS NOT = "00" AND NOT = "23"
034340         DISPLAY "HELLO: AUDIT ROW NOT WRITTEN, STATUS = "
034350             DL100-WS-AUD-STATUS
034360         GO TO 9100-EXIT.
034370     MOVE DL100-WS-BUS-DATE TO DL100-AUD-RUN-DATE.
034380     MOVE DL100-WS-RUN-TIME(1:6) TO DL100-AUD-RUN-TIME.
034390     MOVE DL100-WS-JOB-ID TO DL100-AUD-JOB-ID.
034400     MOVE DL100-WS-LAST-INPUT TO DL100-AUD-INPUT-VALUE.
034410     MOVE DL100-WS-FINAL-A TO DL100-AUD-COMPUTED-A.
034420     MOVE DL100-WS-BAT-RC TO DL100-AUD-RETURN-CODE.
034430     MOVE DL100-WS-BAT-REC-COUNT TO DL100-AUD-REC-COUNT.
034440     MOVE DL100-WS-BAT-REJ-COUNT TO DL100-AUD-REJ-COUNT.
034450     IF DL100-RUN-WAS-FORCED
034460         MOVE "F" TO DL100-AUD-OVERRIDE-FLAG
034470     ELSE
034480         MOVE SPACE TO DL100-AUD-OVERRIDE-FLAG
034490     END-IF.
034500     IF DL100-BAT-ON-BUS-DAY
034510         MOVE SPACE TO DL100-AUD-CAL-FLAG
034520     ELSE
034530         MOVE "N" TO DL100-AUD-CAL-FLAG
034540     END-IF.
034550     IF DL100-GAP-FLAGGED
034560         MOVE "G" TO DL100-AUD-GAP-FLAG
034570     ELSE
034580         MOVE SPACE TO DL100-AUD-GAP-FLAG
034590     END-IF.
034600     WRITE DL100-AUD-RECORD
034610         INVALID KEY
034620             REWRITE DL100-AUD-RECORD
034630     END-WRITE.
034640 9100-EXIT.
034650     EXIT.
034660
034670***************************************************************
034680*  9200-WRITE-EXTRACT  --  WRITE THE SETTLEMENT EXTRACT SET
034690*                          FOR THE BATCH THAT JUST CLOSED:
034700*                          AN EXH HEADER, ONE EXB RECORD PER
034710*                          BRANCH CARRYING THAT BRANCH'S
034720*                          SETTLED AMOUNT AND THE BATCH'S
034730*                          BALANCE FLAG, AND AN EXT TRAILER
034740*                          WITH THE ROW COUNT AND AMOUNT
034750*                          HASH TOTAL.  THE FILE IS OPENED
034760*                          FOR THE WHOLE RUN BY
034770*                          1000-INITIALIZE.
034780***************************************************************
034790 9200-WRITE-EXTRACT.
034800     IF DL100-WS-EXT-STATUS NOT = "00"
034810         DISPLAY "HELLO: EXTRACT SET NOT WRITTEN, "
034820             "STATUS = " DL100-WS-EXT-STATUS
034830         GO TO 9200-EXIT.
034840     MOVE ZERO TO DL100-WS-EXT-BRN-COUNT.
034850     MOVE ZERO TO DL100-WS-EXT-HASH.
034860     MOVE SPACES TO DL100-EXT-RECORD.
034870     MOVE "EXH" TO DL100-EXT-RECORD-TYPE.
034880     MOVE DL100-WS-BUS-DATE TO DL100-EXT-HDR-DATE.
034890     IF DL100-BAT-IN-BALANCE
034900         MOVE "G" TO DL100-EXT-HDR-FLAG
034910     ELSE
034920         MOVE "B" TO DL100-EXT-HDR-FLAG
034930     END-IF.
034940     WRITE DL100-EXT-RECORD.
034950     MOVE 1 TO DL100-WS-BRANCH-IDX.
034960     PERFORM 9210-WRITE-EXT-BRANCH THRU 9210-EXIT
034970         UNTIL DL100-WS-BRANCH-IDX > DL100-WS-BRANCH-USED.
034980     MOVE SPACES TO DL100-EXT-RECORD.
034990     MOVE "EXT" TO DL100-EXT-RECORD-TYPE.
035000     MOVE DL100-WS-BUS-DATE TO DL100-EXT-TRL-DATE.
035010     MOVE DL100-WS-EXT-BRN-COUNT TO DL100-EXT-REC-COUNT.
035020     MOVE DL100-WS-EXT-HASH TO DL100-EXT-HASH-TOTAL.
035030     WRITE DL100-EXT-RECORD.
035040 9200-EXIT.
035050     EXIT.
035060
035070***************************************************************
035080*  9210-WRITE-EXT-BRANCH  --  ONE EXB RECORD FOR ONE BRANCH
035090*                             OF THE CLOSING BATCH, ROLLED
035100*                             INTO THE TRAILER COUNT AND
035110*                             HASH.
035120*                             A BRANCH ON HOLD HAS NO ROW -
035130*                             ITS DETAILS WAIT ON HELDDD.
035140***************************************************************
035150 9210-WRITE-EXT-BRANCH.
035160     IF DL100-BR-HELD-BY-CARD(DL100-WS-BRANCH-IDX)
035170         OR DL100-BR-HELD-BY-RATE(DL100-WS-BRANCH-IDX)
035180         GO TO 9210-NEXT.
035190     MOVE SPACES TO DL100-EXT-RECORD.
035200     MOVE "EXB" TO DL100-EXT-RECORD-TYPE.
035210     MOVE DL100-WS-BUS-DATE TO DL100-EXT-RUN-DATE.
035220     MOVE DL100-WS-BR-CODE(DL100-WS-BRANCH-IDX)
035230         TO DL100-EXT-BRANCH.
035240     MOVE DL100-WS-BR-SETTLED(DL100-WS-BRANCH-IDX)
035250         TO DL100-EXT-AMOUNT.
035260     IF DL100-BAT-IN-BALANCE
035270         SET DL100-EXT-STATUS-OK TO TRUE
035280     ELSE
035290         SET DL100-EXT-STATUS-BREAK TO TRUE
035300     END-IF.
035310     WRITE DL100-EXT-RECORD.
035320     ADD 1 TO DL100-WS-EXT-BRN-COUNT.
035330     ADD DL100-WS-BR-SETTLED(DL100-WS-BRANCH-IDX)
035340         TO DL100-WS-EXT-HASH.
035350 9210-NEXT.
035360     ADD 1 TO DL100-WS-BRANCH-IDX.
035370 9210-EXIT.
035380     EXIT.
035390
035400***************************************************************
035410*  9300-WRITE-BRN-HISTORY  --  APPEND THE CLOSING BATCH'S
035420*                              BRANCH HISTORY ROWS: ONE PER
035430*                              BRANCH IN THE TOTALS TABLE, WITH
035440*                              ITS REJECTS, THEN ONE FOR EACH
035450*                              BRANCH THAT SENT ONLY REJECTS.
035460***************************************************************
035470 9300-WRITE-BRN-HISTORY.
035480     IF DL100-WS-BHS-STATUS NOT = "00"
035490         GO TO 9300-EXIT.
035500     MOVE ZERO TO DL100-WS-BHS-COUNT.
035510     MOVE 1 TO DL100-WS-BRANCH-IDX.
035520     PERFORM 9310-WRITE-BHS-BRANCH THRU 9310-EXIT
035530         UNTIL DL100-WS-BRANCH-IDX > DL100-WS-BRANCH-USED.
035540     MOVE 1 TO DL100-WS-BRJ-IDX.
035550     PERFORM 9320-WRITE-BHS-REJ-ONLY THRU 9320-EXIT
035560         UNTIL DL100-WS-BRJ-IDX > DL100-WS-BRJ-USED.
035570     DISPLAY "HELLO: " DL100-WS-BHS-COUNT
035580         " BRANCH HISTORY ROWS FOR " DL100-WS-BUS-DATE.
035590 9300-EXIT.
035600     EXIT.
035610
035620 9310-WRITE-BHS-BRANCH.
035630     MOVE DL100-WS-BR-CODE(DL100-WS-BRANCH-IDX)
035640         TO DL100-BHS-BRANCH.
035650     MOVE DL100-WS-BR-DETAILS(DL100-WS-BRANCH-IDX)
035660         TO DL100-BHS-DET-COUNT.
035670     MOVE DL100-WS-BR-TOTAL(DL100-WS-BRANCH-IDX)
035680         TO DL100-BHS-VOLUME.
035690     MOVE DL100-WS-BR-SETTLED(DL100-WS-BRANCH-IDX)
035700         TO DL100-BHS-SETTLED.
035710     MOVE ZERO TO DL100-BHS-REJ-COUNT.
035720     MOVE ZERO TO DL100-WS-BRJ-FOUND.
035730     MOVE 1 TO DL100-WS-BRJ-IDX.
035740     PERFORM 9315-TEST-BHS-REJ THRU 9315-EXIT
035750         UNTIL DL100-WS-BRJ-FOUND > ZERO
035760         OR DL100-WS-BRJ-IDX > DL100-WS-BRJ-USED.
035770     IF DL100-WS-BRJ-FOUND > ZERO
035780         MOVE DL100-WS-BRJ-COUNT(DL100-WS-BRJ-FOUND)
035790             TO DL100-BHS-REJ-COUNT
035800     END-IF.
035810     PERFORM 9330-PUT-BHS-ROW THRU 9330-EXIT.
035820     ADD 1 TO DL100-WS-BRANCH-IDX.
035830 9310-EXIT.
035840     EXIT.
035850
035860 9315-TEST-BHS-REJ.
035870     IF DL100-WS-BRJ-CODE(DL100-WS-BRJ-IDX)
035880         = DL100-WS-BR-CODE(DL100-WS-BRANCH-IDX)
035890         MOVE DL100-WS-BRJ-IDX TO DL100-WS-BRJ-FOUND
035900     ELSE
035910         ADD 1 TO DL100-WS-BRJ-IDX
035920     END-IF.
035930 9315-EXIT.
035940     EXIT.
035950
035960 9320-WRITE-BHS-REJ-ONLY.
035970     MOVE DL100-WS-BRJ-CODE(DL100-WS-BRJ-IDX)
035980         TO DL100-WS-BRANCH-SRCH.
035990     PERFORM 3075-FIND-BRANCH THRU 3075-EXIT.
036000     IF DL100-WS-BRANCH-FOUND = ZERO
036010         MOVE DL100-WS-BRANCH-SRCH TO DL100-BHS-BRANCH
036020         MOVE ZERO TO DL100-BHS-DET-COUNT
036030         MOVE ZERO TO DL100-BHS-VOLUME
036040         MOVE ZERO TO DL100-BHS-SETTLED
036050         MOVE DL100-WS-BRJ-COUNT(DL100-WS-BRJ-IDX)
036060             TO DL100-BHS-REJ-COUNT
036070         PERFORM 9330-PUT-BHS-ROW THRU 9330-EXIT
036080     END-IF.
036090     ADD 1 TO DL100-WS-BRJ-IDX.
036100 9320-EXIT.
036110     EXIT.
036120
036130 9330-PUT-BHS-ROW.
036140     MOVE DL100-WS-BUS-DATE TO DL100-BHS-BUS-DATE.
036150     IF DL100-BAT-IN-BALANCE
036160         SET DL100-BHS-IN-BALANCE TO TRUE
036170     ELSE
036180         SET DL100-BHS-OUT-OF-BAL TO TRUE
036190     END-IF.
036200     IF DL100-RUN-WAS-FORCED
036210         MOVE "F" TO DL100-BHS-OVERRIDE-FLAG
036220     ELSE
036230         MOVE SPACE TO DL100-BHS-OVERRIDE-FLAG
036240     END-IF.
036250     MOVE DL100-WS-RUN-DATE-N TO DL100-BHS-RUN-DATE.
036260     MOVE DL100-WS-RUN-TIME(1:6) TO DL100-BHS-RUN-TIME.
036270     WRITE DL100-BHS-RECORD.
036280     IF DL100-WS-BHS-STATUS = "00"
036290         ADD 1 TO DL100-WS-BHS-COUNT
036300     ELSE
036310         DISPLAY "HELLO: BRANCH HISTORY ROW NOT WRITTEN, "
036320             "STATUS = " DL100-WS-BHS-STATUS
036330     END-IF.
036340 9330-EXIT.
036350     EXIT.
036360
036370***************************************************************
036380*  9400-REPORT-HELD  --  AT BATCH CLOSE, PRINT A LINE FOR EACH
036390*                        BRANCH HELD IN THE BATCH (THE MORNING
036400*                        REPORT CARRIES IT AS ATTENTION, SO THE
036410*                        NIGHT'S OWN CODE IS LEFT ALONE), THEN
036420*                        MARK SUPERSEDED ANY ITEMS AN EARLIER
036430*                        RUN STILL HOLDS FOR THIS BUSINESS
036440*                        DATE - THIS RUN HAS HELD OR POSTED
036450*                        THE DATE AFRESH.
036460***************************************************************
036470 9400-REPORT-HELD.
036480     MOVE 1 TO DL100-WS-BRANCH-IDX.
036490     PERFORM 9410-REPORT-HELD-BRANCH THRU 9410-EXIT
036500         UNTIL DL100-WS-BRANCH-IDX > DL100-WS-BRANCH-USED.
036510     IF NOT DL100-HLD-IS-OPEN
036520         GO TO 9400-EXIT.
036530     MOVE ZERO TO DL100-WS-SUPER-COUNT.
036540     MOVE ZEROS TO DL100-HLD-KEY.
036550     START DL100-HLD-FILE KEY IS NOT LESS THAN DL100-HLD-KEY
036560         INVALID KEY
036570             GO TO 9400-EXIT
036580     END-START.
036590     PERFORM 9420-SUPERSEDE-HELD THRU 9420-EXIT
036600         UNTIL DL100-WS-HLD-STATUS NOT = "00".
036610     IF DL100-WS-SUPER-COUNT > ZERO
036620         DISPLAY "HELLO: " DL100-WS-SUPER-COUNT
036630             " EARLIER HELD ITEMS FOR " DL100-WS-BUS-DATE
036640             " SUPERSEDED"
036650     END-IF.
036660 9400-EXIT.
036670     EXIT.
036680
036690 9410-REPORT-HELD-BRANCH.
036700     IF NOT DL100-BR-HELD-BY-CARD(DL100-WS-BRANCH-IDX)
036710         AND NOT DL100-BR-HELD-BY-RATE(DL100-WS-BRANCH-IDX)
036720         GO TO 9410-NEXT.
036730     MOVE DL100-WS-BR-CODE(DL100-WS-BRANCH-IDX)
036740         TO DL100-HLL-CODE.
036750     IF DL100-BR-HELD-BY-CARD(DL100-WS-BRANCH-IDX)
036760         MOVE " HELD BY CARD" TO DL100-HLL-TYPE
036770     ELSE
036780         MOVE " HELD ON REJECT RATE" TO DL100-HLL-TYPE
036790     END-IF.
036800     MOVE DL100-WS-BR-DETAILS(DL100-WS-BRANCH-IDX)
036810         TO DL100-HLL-DETAILS.
036820     MOVE DL100-WS-BR-HELD-AMT(DL100-WS-BRANCH-IDX)
036830         TO DL100-HLL-AMOUNT.
036840     MOVE DL100-WS-HLL-LINE TO DL100-RPT-RECORD.
036850     IF DL100-WS-RPT-STATUS = "00"
036860         WRITE DL100-RPT-RECORD
036870     END-IF.
036880     DISPLAY "HELLO: BRANCH "
036890         DL100-WS-BR-CODE(DL100-WS-BRANCH-IDX)
036900         " HELD FOR " DL100-WS-BUS-DATE " - AMOUNT "
036910         DL100-WS-BR-HELD-AMT(DL100-WS-BRANCH-IDX)
036920         " ON HELDDD".
036930 9410-NEXT.
036940     ADD 1 TO DL100-WS-BRANCH-IDX.
036950 9410-EXIT.
036960     EXIT.
036970
036980 9420-SUPERSEDE-HELD.
036990     READ DL100-HLD-FILE NEXT RECORD
037000         AT END
037010             GO TO 9420-EXIT
037020     END-READ.
037030     IF DL100-WS-HLD-STATUS NOT = "00"
037040         GO TO 9420-EXIT.
037050     IF NOT DL100-HLD-IS-HELD
037060         OR DL100-HLD-BUS-DATE NOT = DL100-WS-BUS-DATE
037070         GO TO 9420-EXIT.
037080     IF DL100-HLD-RUN-DATE = DL100-WS-RUN-DATE-N
037090         AND DL100-HLD-RUN-TIME = DL100-WS-HLD-RUN-TIME
037100         GO TO 9420-EXIT.
037110     SET DL100-HLD-IS-SUPERSEDED TO TRUE.
037120     MOVE DL100-WS-RUN-DATE-N TO DL100-HLD-DONE-DATE.
037130     MOVE DL100-WS-JOB-ID TO DL100-HLD-DONE-USER.
037140     MOVE "SUPERSEDED BY RERUN" TO DL100-HLD-DONE-REASON.
037150     REWRITE DL100-HLD-RECORD
037160         INVALID KEY
037170             DISPLAY "HELLO: HELD ITEM NOT SUPERSEDED, STATUS = "
037180                 DL100-WS-HLD-STATUS
037190             GO TO 9420-EXIT
037200     END-REWRITE.
037210     ADD 1 TO DL100-WS-SUPER-COUNT.
037220 9420-EXIT.
037230     EXIT.
037240
037250***************************************************************
037260*  9500-NOTE-RUN-DATE  --  KEEP THE NEW BATCH'S BUSINESS DATE
037270*                          FOR THE RUN-CONTROL LEDGER, ONCE.
037280***************************************************************
037290 9500-NOTE-RUN-DATE.
037300     MOVE ZERO TO DL100-WS-RDT-FOUND.
037310     MOVE 1 TO DL100-WS-RDT-IDX.
037320     PERFORM 9510-TEST-RDT-ENTRY THRU 9510-EXIT
037330         UNTIL DL100-WS-RDT-FOUND > ZERO
037340         OR DL100-WS-RDT-IDX > DL100-WS-RDT-USED.
037350     IF DL100-WS-RDT-FOUND > ZERO
037360         GO TO 9500-EXIT.
037370     IF DL100-WS-RDT-USED >= 50
037380         DISPLAY "HELLO: RUN-CONTROL DATE TABLE FULL, "
037390             DL100-WS-BUS-DATE " NOT RECORDED"
037400         GO TO 9500-EXIT.
037410     ADD 1 TO DL100-WS-RDT-USED.
037420     MOVE DL100-WS-BUS-DATE
037430         TO DL100-WS-RDT-DATE(DL100-WS-RDT-USED).
037440 9500-EXIT.
037450     EXIT.
037460
037470 9510-TEST-RDT-ENTRY.
037480     IF DL100-WS-RDT-DATE(DL100-WS-RDT-IDX) = DL100-WS-BUS-DATE
037490         MOVE DL100-WS-RDT-IDX TO DL100-WS-RDT-FOUND
037500     ELSE
037510         ADD 1 TO DL100-WS-RDT-IDX
037520     END-IF.
037530 9510-EXIT.
037540     EXIT.
037550
037560***************************************************************
037570*  9520-WRITE-RUN-CONTROL  --  ONE LEDGER ROW PER BUSINESS
037580*                              DATE READ, WITH THE RUN'S FINAL
037590*                              RETURN CODE.  A LEDGER THAT
037600*                              WILL NOT OPEN LEAVES THE STEP
037610*                              UNRECORDED - THE PRE-FLIGHT
037620*                              GATE REPORTS IT MISSING - BUT
037630*                              DOES NOT CHANGE THE RUN'S CODE.
037640***************************************************************
037650 9520-WRITE-RUN-CONTROL.
037660     IF DL100-WS-RDT-USED = ZERO
037670         GO TO 9520-EXIT.
037680     OPEN OUTPUT DL100-RCL-FILE.
037690     IF DL100-WS-RCL-STATUS NOT = "00"
037700         DISPLAY "HELLO: RUNCTL NOT AVAILABLE, STATUS = "
037710             DL100-WS-RCL-STATUS " - STEP NOT RECORDED"
037720         GO TO 9520-EXIT.
037730     MOVE 1 TO DL100-WS-RDT-IDX.
037740     PERFORM 9530-PUT-RCL-ROW THRU 9530-EXIT
037750         UNTIL DL100-WS-RDT-IDX > DL100-WS-RDT-USED.
037760     CLOSE DL100-RCL-FILE.
037770 9520-EXIT.
037780     EXIT.
037790
037800 9530-PUT-RCL-ROW.
037810     MOVE SPACES TO DL100-RCL-RECORD.
037820     MOVE DL100-WS-RDT-DATE(DL100-WS-RDT-IDX)
037830         TO DL100-RCL-BUS-DATE.
037840     MOVE "HELLOSTP" TO DL100-RCL-STEP.
037850     MOVE "HELLO" TO DL100-RCL-PROGRAM.
037860     MOVE DL100-WS-RETURN-CODE TO DL100-RCL-RC.
037870     SET DL100-RCL-IS-STEP TO TRUE.
037880     MOVE DL100-WS-RUN-DATE-N TO DL100-RCL-RUN-DATE.
037890     MOVE DL100-WS-RUN-TIME(1:6) TO DL100-RCL-RUN-TIME.
037900     WRITE DL100-RCL-RECORD.
037910     IF DL100-WS-RCL-STATUS NOT = "00"
037920         DISPLAY "HELLO: UNABLE TO WRITE RUNCTL, STATUS = "
037930             DL100-WS-RCL-STATUS
037940     END-IF.
037950     ADD 1 TO DL100-WS-RDT-IDX.
037960 9530-EXIT.
037970     EXIT.
037980
037990***************************************************************
038000*  9600-REPORT-REGIONS  --  THE CLOSING BATCH BROKEN OUT BY
038010*                           THE REGION ON THE BRANCH MASTER:
038020*                           ONE SECTION PER REGION IN REGION
038030*                           ORDER, THEN THE "UNASSIGNED"
038040*                           SECTION FOR BRANCHES WITH NO
038050*                           REGION OR NO MASTER ROW.  EVERY
038060*                           BRANCH THAT SENT DETAILS, HAD A
038070*                           REJECT, OR CARRIED A TRAILER
038080*                           CONTROL COUNT IS IN ONE SECTION.
038090***************************************************************
038100 9600-REPORT-REGIONS.
038110     IF DL100-WS-RPT-STATUS NOT = "00"
038120         GO TO 9600-EXIT.
038130     MOVE 1 TO DL100-WS-BRANCH-IDX.
038140     PERFORM 9605-ADD-RGB-BRANCH THRU 9605-EXIT
038150         UNTIL DL100-WS-BRANCH-IDX > DL100-WS-BRANCH-USED.
038160     IF DL100-WS-RGB-USED = ZERO
038170         GO TO 9600-EXIT.
038180     MOVE LOW-VALUES TO DL100-WS-RGN-LAST.
038190     PERFORM 9620-NEXT-REGION THRU 9620-EXIT.
038200     PERFORM 9625-NEXT-SECTION THRU 9625-EXIT
038210         UNTIL DL100-WS-RGN-CURR = HIGH-VALUES.
038220     MOVE "UNASSIGNED" TO DL100-WS-RGN-CURR.
038230     PERFORM 9630-REGION-SECTION THRU 9630-EXIT.
038240 9600-EXIT.
038250     EXIT.
038260
038270 9605-ADD-RGB-BRANCH.
038280     MOVE DL100-WS-BR-CODE(DL100-WS-BRANCH-IDX)
038290         TO DL100-WS-RGB-SRCH.
038300     PERFORM 9610-FIND-RGB-ENTRY THRU 9610-EXIT.
038310     ADD 1 TO DL100-WS-BRANCH-IDX.
038320 9605-EXIT.
038330     EXIT.
038340
038350***************************************************************
038360*  9610-FIND-RGB-ENTRY  --  LOOK UP DL100-WS-RGB-SRCH IN THE
038370*                           REGION BRANCH TABLE, ADDING IT
038380*                           WITH ITS REGION FROM THE BRANCH
038390*                           MASTER THE FIRST TIME IT IS SEEN.
038400*                           DL100-WS-RGB-FOUND IS THE ENTRY
038410*                           NUMBER, OR ZERO WHEN THE TABLE IS
038420*                           FULL.
038430***************************************************************
038440 9610-FIND-RGB-ENTRY.
038450     MOVE ZERO TO DL100-WS-RGB-FOUND.
038460     MOVE 1 TO DL100-WS-RGB-IDX.
038470     PERFORM 9611-TEST-RGB-ENTRY THRU 9611-EXIT
038480         UNTIL DL100-WS-RGB-FOUND > ZERO
038490         OR DL100-WS-RGB-IDX > DL100-WS-RGB-USED.
038500     IF DL100-WS-RGB-FOUND > ZERO
038510         GO TO 9610-EXIT.
038520     IF DL100-WS-RGB-USED NOT < 100
038530         DISPLAY "HELLO: REGION TABLE FULL, BRANCH "
038540             DL100-WS-RGB-SRCH " LEFT OUT OF THE REGION SECTIONS"
038550         GO TO 9610-EXIT
038560     END-IF.
038570     ADD 1 TO DL100-WS-RGB-USED.
038580     MOVE DL100-WS-RGB-USED TO DL100-WS-RGB-FOUND.
038590     MOVE DL100-WS-RGB-SRCH
038600         TO DL100-WS-RB-CODE(DL100-WS-RGB-FOUND).
038610     MOVE "UNASSIGNED" TO DL100-WS-RB-REGION(DL100-WS-RGB-FOUND).
038620     MOVE SPACE TO DL100-WS-RB-BREAK(DL100-WS-RGB-FOUND).
038630     MOVE ZEROS TO DL100-WS-RB-REJ-COUNTS(DL100-WS-RGB-FOUND).
038640     IF DL100-WS-RGB-SRCH NOT NUMERIC
038650         GO TO 9610-EXIT.
038660     MOVE DL100-WS-RGB-SRCH TO DL100-WS-BRNM-SRCH.
038670     PERFORM 1185-FIND-BRN-ENTRY THRU 1185-EXIT.
038680     IF DL100-WS-BRNM-FOUND > ZERO
038690         IF DL100-WS-BM-REGION(DL100-WS-BRNM-FOUND) NOT = SPACES
038700             MOVE DL100-WS-BM-REGION(DL100-WS-BRNM-FOUND)
038710                 TO DL100-WS-RB-REGION(DL100-WS-RGB-FOUND)
038720         END-IF
038730     END-IF.
038740 9610-EXIT.
038750     EXIT.
038760
038770 9611-TEST-RGB-ENTRY.
038780     IF DL100-WS-RB-CODE(DL100-WS-RGB-IDX) = DL100-WS-RGB-SRCH
038790         MOVE DL100-WS-RGB-IDX TO DL100-WS-RGB-FOUND
038800     ELSE
038810         ADD 1 TO DL100-WS-RGB-IDX
038820     END-IF.
038830 9611-EXIT.
038840     EXIT.
038850
038860***************************************************************
038870*  9615-NOTE-REGION-BREAK  --  MARK DL100-WS-BRANCH-SRCH OUT
038880*                              OF BALANCE AGAINST THE TRAILER
038890*                              FOR ITS REGION SECTION.
038900***************************************************************
038910 9615-NOTE-REGION-BREAK.
038920     MOVE DL100-WS-BRANCH-SRCH TO DL100-WS-RGB-SRCH.
038930     PERFORM 9610-FIND-RGB-ENTRY THRU 9610-EXIT.
038940     IF DL100-WS-RGB-FOUND > ZERO
038950         SET DL100-RB-IS-BREAK(DL100-WS-RGB-FOUND) TO TRUE
038960     END-IF.
038970 9615-EXIT.
038980     EXIT.
038990
039000***************************************************************
039010*  9620-NEXT-REGION  --  THE LOWEST REGION ABOVE DL100-WS-
039020*                        RGN-LAST AMONG THE BATCH'S BRANCHES,
039030*                        "UNASSIGNED" ASIDE, INTO DL100-WS-
039040*                        RGN-CURR - HIGH-VALUES WHEN NONE IS
039050*                        LEFT.
039060***************************************************************
039070 9620-NEXT-REGION.
039080     MOVE HIGH-VALUES TO DL100-WS-RGN-CURR.
039090     MOVE 1 TO DL100-WS-RGB-IDX.
039100     PERFORM 9621-TEST-NEXT-REGION THRU 9621-EXIT
039110         UNTIL DL100-WS-RGB-IDX > DL100-WS-RGB-USED.
039120 9620-EXIT.
039130     EXIT.
039140
039150 9621-TEST-NEXT-REGION.
039160     IF DL100-WS-RB-REGION(DL100-WS-RGB-IDX) > DL100-WS-RGN-LAST
039170         AND DL100-WS-RB-REGION(DL100-WS-RGB-IDX)
039180             < DL100-WS-RGN-CURR
039190         AND DL100-WS-RB-REGION(DL100-WS-RGB-IDX)
039200             NOT = "UNASSIGNED"
039210         MOVE DL100-WS-RB-REGION(DL100-WS-RGB-IDX)
039220             TO DL100-WS-RGN-CURR
039230     END-IF.
039240     ADD 1 TO DL100-WS-RGB-IDX.
039250 9621-EXIT.
039260     EXIT.
039270
039280 9625-NEXT-SECTION.
039290     PERFORM 9630-REGION-SECTION THRU 9630-EXIT.
039300     MOVE DL100-WS-RGN-CURR TO DL100-WS-RGN-LAST.
039310     PERFORM 9620-NEXT-REGION THRU 9620-EXIT.
039320 9625-EXIT.
039330     EXIT.
039340
039350***************************************************************
039360*  9630-REGION-SECTION  --  THE SECTION FOR REGION DL100-WS-
039370*                           RGN-CURR: ITS BRANCH LINES, ITS
039380*                           REJECTS BY REASON CODE, THE
039390*                           REGIONAL TOTAL, AND ITS BANNER.
039400*                           NOTHING PRINTS FOR A REGION WITH
039410*                           NO BRANCH IN THE BATCH.
039420***************************************************************
039430 9630-REGION-SECTION.
039440     MOVE ZEROS TO DL100-WS-RGN-TOTALS.
039450     MOVE "N" TO DL100-WS-RGN-ATTN-SW.
039460     MOVE 1 TO DL100-WS-RGB-IDX.
039470     PERFORM 9640-REGION-BRANCH-LINE THRU 9640-EXIT
039480         UNTIL DL100-WS-RGB-IDX > DL100-WS-RGB-USED.
039490     IF DL100-WS-RGN-BRANCHES = ZERO
039500         GO TO 9630-EXIT.
039510     MOVE 1 TO DL100-WS-RGN-RSN.
039520     PERFORM 9650-REGION-REASON-LINE THRU 9650-EXIT
039530         UNTIL DL100-WS-RGN-RSN > 5.
039540     MOVE DL100-WS-RGN-BRANCHES TO DL100-RTL-BRANCHES.
039550     MOVE DL100-WS-RGN-ITEMS TO DL100-RTL-ITEMS.
039560     MOVE DL100-WS-RGN-VOLUME TO DL100-RTL-VOLUME.
039570     MOVE DL100-WS-RGN-SETTLED TO DL100-RTL-SETTLED.
039580     MOVE DL100-WS-RGN-REJECTS TO DL100-RTL-REJECTS.
039590     MOVE DL100-WS-RGN-BREAKS TO DL100-RTL-BREAKS.
039600     MOVE DL100-WS-RTL-LINE TO DL100-RPT-RECORD.
039610     IF DL100-WS-RPT-STATUS = "00"
039620         WRITE DL100-RPT-RECORD
039630     END-IF.
039640     MOVE DL100-WS-RGN-CURR TO DL100-RGA-REGION.
039650     IF DL100-RGN-ATTENTION
039660         MOVE "*** ATTENTION ***    " TO DL100-RGA-BANNER
039670     ELSE
039680         MOVE "*** ALL CLEAR ***    " TO DL100-RGA-BANNER
039690     END-IF.
039700     MOVE DL100-WS-RGA-LINE TO DL100-RPT-RECORD.
039710     IF DL100-WS-RPT-STATUS = "00"
039720         WRITE DL100-RPT-RECORD
039730     END-IF.
039740     PERFORM 9660-ADD-REGION-RECAP THRU 9660-EXIT.
039750 9630-EXIT.
039760     EXIT.
039770
039780***************************************************************
039790*  9640-REGION-BRANCH-LINE  --  ONE BRANCH OF THE REGION: ITS
039800*                               ACCEPTED ITEMS, VOLUME AND
039810*                               SETTLED AMOUNT, ITS REJECTS,
039820*                               ITS TRAILER BALANCE, AND WHAT
039830*                               BECAME OF ITS SETTLEMENT.  A
039840*                               REJECT, A BREAK, A HOLD, OR
039850*                               NO EXTRACT PUTS THE REGION ON
039860*                               ATTENTION.
039870***************************************************************
039880 9640-REGION-BRANCH-LINE.
039890     IF DL100-WS-RB-REGION(DL100-WS-RGB-IDX)
039900         NOT = DL100-WS-RGN-CURR
039910         GO TO 9640-NEXT.
039920     IF DL100-WS-RGN-BRANCHES = ZERO
039930         PERFORM 9645-REGION-HEADING THRU 9645-EXIT
039940     END-IF.
039950     ADD 1 TO DL100-WS-RGN-BRANCHES.
039960     MOVE DL100-WS-RB-CODE(DL100-WS-RGB-IDX) TO DL100-RGD-BRANCH.
039970     MOVE SPACES TO DL100-RGD-NAME.
039980     MOVE ZERO TO DL100-WS-BRANCH-FOUND.
039990     IF DL100-WS-RB-CODE(DL100-WS-RGB-IDX) NUMERIC
040000         MOVE DL100-WS-RB-CODE(DL100-WS-RGB-IDX)
040010             TO DL100-WS-BRNM-SRCH
040020         PERFORM 1185-FIND-BRN-ENTRY THRU 1185-EXIT
040030         IF DL100-WS-BRNM-FOUND > ZERO
040040             MOVE DL100-WS-BM-NAME(DL100-WS-BRNM-FOUND)
040050                 TO DL100-RGD-NAME
040060         END-IF
040070         MOVE DL100-WS-RB-CODE(DL100-WS-RGB-IDX)
040080             TO DL100-WS-BRANCH-SRCH
040090         PERFORM 3075-FIND-BRANCH THRU 3075-EXIT
040100     END-IF.
040110     IF DL100-WS-BRANCH-FOUND > ZERO
040120         MOVE DL100-WS-BR-DETAILS(DL100-WS-BRANCH-FOUND)
040130             TO DL100-RGD-ITEMS
040140         MOVE DL100-WS-BR-TOTAL(DL100-WS-BRANCH-FOUND)
040150             TO DL100-RGD-VOLUME
040160         MOVE DL100-WS-BR-SETTLED(DL100-WS-BRANCH-FOUND)
040170             TO DL100-RGD-SETTLED
040180         ADD DL100-WS-BR-DETAILS(DL100-WS-BRANCH-FOUND)
040190             TO DL100-WS-RGN-ITEMS
040200         ADD DL100-WS-BR-TOTAL(DL100-WS-BRANCH-FOUND)
040210             TO DL100-WS-RGN-VOLUME
040220         ADD DL100-WS-BR-SETTLED(DL100-WS-BRANCH-FOUND)
040230             TO DL100-WS-RGN-SETTLED
040240     ELSE
040250         MOVE ZERO TO DL100-RGD-ITEMS
040260         MOVE ZERO TO DL100-RGD-VOLUME
040270         MOVE ZERO TO DL100-RGD-SETTLED
040280     END-IF.
040290     MOVE ZERO TO DL100-WS-RGN-RSN-COUNT.
040300     ADD DL100-WS-RB-REJ(DL100-WS-RGB-IDX, 1)
040310         DL100-WS-RB-REJ(DL100-WS-RGB-IDX, 2)
040320         DL100-WS-RB-REJ(DL100-WS-RGB-IDX, 3)
040330         DL100-WS-RB-REJ(DL100-WS-RGB-IDX, 4)
040340         DL100-WS-RB-REJ(DL100-WS-RGB-IDX, 5)
040350         TO DL100-WS-RGN-RSN-COUNT.
040360     MOVE DL100-WS-RGN-RSN-COUNT TO DL100-RGD-REJECTS.
040370     ADD DL100-WS-RGN-RSN-COUNT TO DL100-WS-RGN-REJECTS.
040380     IF DL100-WS-RGN-RSN-COUNT > ZERO
040390         SET DL100-RGN-ATTENTION TO TRUE
040400     END-IF.
040410     EVALUATE TRUE
040420         WHEN DL100-RB-IS-BREAK(DL100-WS-RGB-IDX)
040430             MOVE "OUT BAL " TO DL100-RGD-RECON
040440             ADD 1 TO DL100-WS-RGN-BREAKS
040450             SET DL100-RGN-ATTENTION TO TRUE
040460         WHEN DL100-WS-BRANCH-FOUND > ZERO
040470             MOVE "IN BAL  " TO DL100-RGD-RECON
040480         WHEN OTHER
040490             MOVE SPACES TO DL100-RGD-RECON
040500     END-EVALUATE.
040510*    THE SETTLEMENT COLUMN: NONE (NO ACCEPTED DETAIL), HELD,
040520*    NOT SENT (NO EXTRACT THIS RUN), SENT-BRK (ON AN EXTRACT
040530*    MARKED OUT OF BALANCE), OR SENT.
040540     EVALUATE TRUE
040550         WHEN DL100-WS-BRANCH-FOUND = ZERO
040560             MOVE "NONE    " TO DL100-RGD-SETTLE
040570         WHEN DL100-BR-HELD-BY-CARD(DL100-WS-BRANCH-FOUND)
040580             OR DL100-BR-HELD-BY-RATE(DL100-WS-BRANCH-FOUND)
040590             MOVE "HELD    " TO DL100-RGD-SETTLE
040600             SET DL100-RGN-ATTENTION TO TRUE
040610         WHEN DL100-WS-EXT-STATUS NOT = "00"
040620             MOVE "NOT SENT" TO DL100-RGD-SETTLE
040630             SET DL100-RGN-ATTENTION TO TRUE
040640         WHEN DL100-BAT-IN-BALANCE
040650             MOVE "SENT    " TO DL100-RGD-SETTLE
040660         WHEN OTHER
040670             MOVE "SENT-BRK" TO DL100-RGD-SETTLE
040680             SET DL100-RGN-ATTENTION TO TRUE
040690     END-EVALUATE.
040700     MOVE DL100-WS-RGD-LINE TO DL100-RPT-RECORD.
040710     IF DL100-WS-RPT-STATUS = "00"
040720         WRITE DL100-RPT-RECORD
040730     END-IF.
040740 9640-NEXT.
040750     ADD 1 TO DL100-WS-RGB-IDX.
040760 9640-EXIT.
040770     EXIT.
040780
040790 9645-REGION-HEADING.
040800     MOVE DL100-WS-RGN-CURR TO DL100-RGH-REGION.
040810     MOVE "BATCH OF" TO DL100-RGH-LABEL.
040820     MOVE DL100-WS-BUS-DATE TO DL100-RGH-DATE.
040830     MOVE DL100-WS-RGH-LINE TO DL100-RPT-RECORD.
040840     IF DL100-WS-RPT-STATUS = "00"
040850         WRITE DL100-RPT-RECORD
040860     END-IF.
040870     MOVE "  BRN NAME" TO DL100-RGC-LABEL.
040880     MOVE " RECON    SETTLE" TO DL100-RGC-TAIL.
040890     MOVE DL100-WS-RGC-LINE TO DL100-RPT-RECORD.
040900     IF DL100-WS-RPT-STATUS = "00"
040910         WRITE DL100-RPT-RECORD
040920     END-IF.
040930 9645-EXIT.
040940     EXIT.
040950
040960***************************************************************
040970*  9650-REGION-REASON-LINE  --  THE REGION'S REJECTS FOR ONE
040980*                               REASON SWITCH VALUE, PRINTED
040990*                               WITH THE REASON CODE AND TEXT
041000*                               WHEN THERE ARE ANY.
041010***************************************************************
041020 9650-REGION-REASON-LINE.
041030     MOVE ZERO TO DL100-WS-RGN-RSN-COUNT.
041040     MOVE 1 TO DL100-WS-RGB-IDX.
041050     PERFORM 9651-ADD-REASON-COUNT THRU 9651-EXIT
041060         UNTIL DL100-WS-RGB-IDX > DL100-WS-RGB-USED.
041070     IF DL100-WS-RGN-RSN-COUNT = ZERO
041080         GO TO 9650-NEXT.
041090     EVALUATE DL100-WS-RGN-RSN
041100         WHEN 1
041110             MOVE DL100-WS-NONNUM-CODE TO DL100-RGR-REASON
041120             MOVE DL100-WS-NONNUM-TEXT TO DL100-RGR-TEXT
041130         WHEN 2
041140             MOVE DL100-WS-RANGE-CODE TO DL100-RGR-REASON
041150             MOVE DL100-WS-RANGE-TEXT TO DL100-RGR-TEXT
041160         WHEN 4
041170             MOVE DL100-WS-BRANCH-CODE TO DL100-RGR-REASON
041180             MOVE DL100-WS-BRANCH-TEXT TO DL100-RGR-TEXT
041190         WHEN 5
041200             MOVE DL100-WS-BRNSTS-CODE TO DL100-RGR-REASON
041210             MOVE DL100-WS-BRNSTS-TEXT TO DL100-RGR-TEXT
041220         WHEN OTHER
041230             MOVE DL100-WS-OVRFLO-CODE TO DL100-RGR-REASON
041240             MOVE DL100-WS-OVRFLO-TEXT TO DL100-RGR-TEXT
041250     END-EVALUATE.
041260     MOVE DL100-WS-RGN-RSN-COUNT TO DL100-RGR-COUNT.
041270     MOVE DL100-WS-RGR-LINE TO DL100-RPT-RECORD.
041280     IF DL100-WS-RPT-STATUS = "00"
041290         WRITE DL100-RPT-RECORD
041300     END-IF.
041310 9650-NEXT.
041320     ADD 1 TO DL100-WS-RGN-RSN.
041330 9650-EXIT.
041340     EXIT.
041350
041360 9651-ADD-REASON-COUNT.
041370     IF DL100-WS-RB-REGION(DL100-WS-RGB-IDX) = DL100-WS-RGN-CURR
041380         ADD DL100-WS-RB-REJ(DL100-WS-RGB-IDX, DL100-WS-RGN-RSN)
041390             TO DL100-WS-RGN-RSN-COUNT
041400     END-IF.
041410     ADD 1 TO DL100-WS-RGB-IDX.
041420 9651-EXIT.
041430     EXIT.
041440
041450***************************************************************
041460*  9660-ADD-REGION-RECAP  --  CARRY THE SECTION'S TOTALS AND
041470*                             BANNER INTO THE REGION'S LINE
041480*                             OF THE OPERATIONS RECAP.
041490***************************************************************
041500 9660-ADD-REGION-RECAP.
041510     PERFORM 9665-FIND-RGT-ENTRY THRU 9665-EXIT.
041520     IF DL100-WS-RGT-FOUND = ZERO
041530         IF DL100-WS-RGT-USED NOT < 51
041540             DISPLAY "HELLO: REGION RECAP TABLE FULL, REGION "
041550                 DL100-WS-RGN-CURR " LEFT OUT OF THE RECAP"
041560             GO TO 9660-EXIT
041570         END-IF
041580         ADD 1 TO DL100-WS-RGT-USED
041590         MOVE DL100-WS-RGT-USED TO DL100-WS-RGT-FOUND
041600         MOVE ZEROS TO DL100-WS-RGT-ENTRY(DL100-WS-RGT-FOUND)
041610         MOVE DL100-WS-RGN-CURR
041620             TO DL100-WS-RG-REGION(DL100-WS-RGT-FOUND)
041630         MOVE "N" TO DL100-WS-RG-ATTN-SW(DL100-WS-RGT-FOUND)
041640     END-IF.
041650     ADD DL100-WS-RGN-ITEMS
041660         TO DL100-WS-RG-ITEMS(DL100-WS-RGT-FOUND).
041670     ADD DL100-WS-RGN-VOLUME
041680         TO DL100-WS-RG-VOLUME(DL100-WS-RGT-FOUND).
041690     ADD DL100-WS-RGN-SETTLED
041700         TO DL100-WS-RG-SETTLED(DL100-WS-RGT-FOUND).
041710     ADD DL100-WS-RGN-REJECTS
041720         TO DL100-WS-RG-REJECTS(DL100-WS-RGT-FOUND).
041730     ADD DL100-WS-RGN-BREAKS
041740         TO DL100-WS-RG-BREAKS(DL100-WS-RGT-FOUND).
041750     IF DL100-RGN-ATTENTION
041760         SET DL100-RG-ATTENTION(DL100-WS-RGT-FOUND) TO TRUE
041770     END-IF.
041780 9660-EXIT.
041790     EXIT.
041800
041810***************************************************************
041820*  9665-FIND-RGT-ENTRY  --  LOOK UP DL100-WS-RGN-CURR IN THE
041830*                           RECAP TABLE.  DL100-WS-RGT-FOUND
041840*                           IS THE ENTRY NUMBER, OR ZERO.
041850***************************************************************
041860 9665-FIND-RGT-ENTRY.
041870     MOVE ZERO TO DL100-WS-RGT-FOUND.
041880     MOVE 1 TO DL100-WS-RGT-IDX.
041890     PERFORM 9666-TEST-RGT-ENTRY THRU 9666-EXIT
041900         UNTIL DL100-WS-RGT-FOUND > ZERO
041910         OR DL100-WS-RGT-IDX > DL100-WS-RGT-USED.
041920 9665-EXIT.
041930     EXIT.
041940
041950 9666-TEST-RGT-ENTRY.
041960     IF DL100-WS-RG-REGION(DL100-WS-RGT-IDX) = DL100-WS-RGN-CURR
041970         MOVE DL100-WS-RGT-IDX TO DL100-WS-RGT-FOUND
041980     ELSE
041990         ADD 1 TO DL100-WS-RGT-IDX
042000     END-IF.
042010 9666-EXIT.
042020     EXIT.
042030
042040***************************************************************
042050*  9690-REPORT-REGION-RECAP  --  THE OPERATIONS RECAP AT THE
042060*                                END OF THE LISTING: EACH
042070*                                REGION'S TOTALS OVER EVERY
042080*                                BATCH OF THE RUN, IN REGION
042090*                                ORDER WITH "UNASSIGNED"
042100*                                LAST, THEN THE RUN TOTAL.  A
042110*                                REGION IS ATTENTION WHEN ANY
042120*                                OF ITS SECTIONS WAS.
042130***************************************************************
042140 9690-REPORT-REGION-RECAP.
042150     IF DL100-WS-RGT-USED = ZERO
042160         GO TO 9690-EXIT.
042170     MOVE "OPERATIONS RECAP BY REGION" TO DL100-RPT-RECORD.
042180     IF DL100-WS-RPT-STATUS = "00"
042190         WRITE DL100-RPT-RECORD
042200     END-IF.
042210     MOVE "  REGION" TO DL100-RGC-LABEL.
042220     MOVE " BREAKS STATUS" TO DL100-RGC-TAIL.
042230     MOVE DL100-WS-RGC-LINE TO DL100-RPT-RECORD.
042240     IF DL100-WS-RPT-STATUS = "00"
042250         WRITE DL100-RPT-RECORD
042260     END-IF.
042270     MOVE ZEROS TO DL100-WS-RGN-TOTALS.
042280     MOVE "N" TO DL100-WS-RGN-ATTN-SW.
042290     MOVE LOW-VALUES TO DL100-WS-RGN-LAST.
042300     PERFORM 9692-NEXT-RECAP-REGION THRU 9692-EXIT.
042310     PERFORM 9694-NEXT-RECAP-LINE THRU 9694-EXIT
042320         UNTIL DL100-WS-RGN-CURR = HIGH-VALUES.
042330     MOVE "UNASSIGNED" TO DL100-WS-RGN-CURR.
042340     PERFORM 9696-RECAP-LINE THRU 9696-EXIT.
042350     MOVE "OPERATIONS" TO DL100-RGP-REGION.
042360     MOVE DL100-WS-RGN-ITEMS TO DL100-RGP-ITEMS.
042370     MOVE DL100-WS-RGN-VOLUME TO DL100-RGP-VOLUME.
042380     MOVE DL100-WS-RGN-SETTLED TO DL100-RGP-SETTLED.
042390     MOVE DL100-WS-RGN-REJECTS TO DL100-RGP-REJECTS.
042400     MOVE DL100-WS-RGN-BREAKS TO DL100-RGP-BREAKS.
042410     IF DL100-RGN-ATTENTION
042420         MOVE "ATTENTION" TO DL100-RGP-STATUS
042430     ELSE
042440         MOVE "ALL CLEAR" TO DL100-RGP-STATUS
042450     END-IF.
042460     MOVE DL100-WS-RGP-LINE TO DL100-RPT-RECORD.
042470     IF DL100-WS-RPT-STATUS = "00"
042480         WRITE DL100-RPT-RECORD
042490     END-IF.
042500 9690-EXIT.
042510     EXIT.
042520
042530 9692-NEXT-RECAP-REGION.
042540     MOVE HIGH-VALUES TO DL100-WS-RGN-CURR.
042550     MOVE 1 TO DL100-WS-RGT-IDX.
042560     PERFORM 9693-TEST-RECAP-REGION THRU 9693-EXIT
042570         UNTIL DL100-WS-RGT-IDX > DL100-WS-RGT-USED.
042580 9692-EXIT.
042590     EXIT.
042600
042610 9693-TEST-RECAP-REGION.
042620     IF DL100-WS-RG-REGION(DL100-WS-RGT-IDX) > DL100-WS-RGN-LAST
042630         AND DL100-WS-RG-REGION(DL100-WS-RGT-IDX)
042640             < DL100-WS-RGN-CURR
042650         AND DL100-WS-RG-REGION(DL100-WS-RGT-IDX)
042660             NOT = "UNASSIGNED"
042670         MOVE DL100-WS-RG-REGION(DL100-WS-RGT-IDX)
042680             TO DL100-WS-RGN-CURR
042690     END-IF.
042700     ADD 1 TO DL100-WS-RGT-IDX.
042710 9693-EXIT.
042720     EXIT.
042730
042740 9694-NEXT-RECAP-LINE.
042750     PERFORM 9696-RECAP-LINE THRU 9696-EXIT.
042760     MOVE DL100-WS-RGN-CURR TO DL100-WS-RGN-LAST.
042770     PERFORM 9692-NEXT-RECAP-REGION THRU 9692-EXIT.
042780 9694-EXIT.
042790     EXIT.
042800
042810 9696-RECAP-LINE.
042820     PERFORM 9665-FIND-RGT-ENTRY THRU 9665-EXIT.
042830     IF DL100-WS-RGT-FOUND = ZERO
042840         GO TO 9696-EXIT.
042850     MOVE DL100-WS-RGN-CURR TO DL100-RGP-REGION.
042860     MOVE DL100-WS-RG-ITEMS(DL100-WS-RGT-FOUND)
042870         TO DL100-RGP-ITEMS.
042880     MOVE DL100-WS-RG-VOLUME(DL100-WS-RGT-FOUND)
042890         TO DL100-RGP-VOLUME.
042900     MOVE DL100-WS-RG-SETTLED(DL100-WS-RGT-FOUND)
042910         TO DL100-RGP-SETTLED.
042920     MOVE DL100-WS-RG-REJECTS(DL100-WS-RGT-FOUND)
042930         TO DL100-RGP-REJECTS.
042940     MOVE DL100-WS-RG-BREAKS(DL100-WS-RGT-FOUND)
042950         TO DL100-RGP-BREAKS.
042960     IF DL100-RG-ATTENTION(DL100-WS-RGT-FOUND)
042970         MOVE "ATTENTION" TO DL100-RGP-STATUS
042980         SET DL100-RGN-ATTENTION TO TRUE
042990     ELSE
043000         MOVE "ALL CLEAR" TO DL100-RGP-STATUS
043010     END-IF.
043020     ADD DL100-WS-RG-ITEMS(DL100-WS-RGT-FOUND)
043030         TO DL100-WS-RGN-ITEMS.
043040     ADD DL100-WS-RG-VOLUME(DL100-WS-RGT-FOUND)
043050         TO DL100-WS-RGN-VOLUME.
043060     ADD DL100-WS-RG-SETTLED(DL100-WS-RGT-FOUND)
043070         TO DL100-WS-RGN-SETTLED.
043080     ADD DL100-WS-RG-REJECTS(DL100-WS-RGT-FOUND)
043090         TO DL100-WS-RGN-REJECTS.
043100     ADD DL100-WS-RG-BREAKS(DL100-WS-RGT-FOUND)
043110         TO DL100-WS-RGN-BREAKS.
043120     MOVE DL100-WS-RGP-LINE TO DL100-RPT-RECORD.
043130     IF DL100-WS-RPT-STATUS = "00"
043140         WRITE DL100-RPT-RECORD
043150     END-IF.
043160 9696-EXIT.
043170     EXIT.
