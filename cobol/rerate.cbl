000010***************************************************************
000020*  RERATE.CBL
000030*
000040*  RETROACTIVE RE-RATING.  CONTRACT RENEGOTIATIONS OFTEN COME
000050*  THROUGH WITH AN EFFECTIVE DATE WEEKS IN THE PAST.  RATEMNT
000060*  ADDS THE BACKDATED RATESDD ROW, BUT THE NIGHTLY RUN ONLY
000070*  RESOLVES RATES FOR TONIGHT'S BATCHES, SO DAYS ALREADY
000080*  POSTED STAY AT THE OLD MULTIPLIER.  THIS RUN FINDS EVERY
000090*  POSTED BUSINESS DATE A NEW OR CHANGED RATE ROW COVERS AND
000100*  BRINGS THE LEDGER AND SETTLEMENT UP TO THE NEW RATE
000110*  WITHOUT A FORCED RERUN OF THE DAILY COUNT FILE:
000120*
000130*      - A RATE ROW IS "CHANGED" WHEN IT WAS ADDED, REVIVED,
000140*        OR EXPIRED ON OR AFTER THE PARM DATE.  THE RATE A
000150*        DATE WAS POSTED AT IS RESOLVED FROM THE ROWS AS
000160*        THEY STOOD BEFORE THAT DATE, THE RATE IT SHOULD
000170*        CARRY FROM THE ROWS AS THEY STAND NOW, BOTH THE
000180*        SAME WAY THE NIGHTLY RUN RESOLVES A DETAIL'S RATE;
000190*      - THE LAST BRANCH HISTORY (BRNHIST) ROW FOR THE
000200*        BRANCH AND DATE GIVES ITS INPUT VOLUME AND WHAT IT
000210*        SETTLED AT THE OLD RATE, THE LAST SETLXTR SET FOR
000220*        THE DATE WHAT SETTLEMENT NOW HOLDS, AND THE GLPOST
000230*        HISTORY WHAT THE LEDGER NOW CARRIES, NETTED THE
000240*        SAME WAY THE GL RECONCILIATION (GLRECON) NETS IT;
000250*      - BALANCED ADJUSTMENT PAIRS (FLAG "A") BRING THE
000260*        LEDGER TO VOLUME TIMES THE NEW RATE, ON THE GLRERATE
000270*        FILE WITH ITS OWN GLH HEADER AND HASH-TOTAL GLT
000280*        TRAILER FOR THE LOAD;
000290*      - EACH PAIR CARRIES THE EFFECTIVE DATE OF THE RATE
000300*        ROW IT APPLIED.  A BRANCH AND DATE WHOSE LEDGER
000310*        ALREADY HOLDS AN "A" PAIR FOR THE SAME RATE ROW WAS
000320*        RE-RATED BY AN EARLIER RUN AND IS LEFT ALONE, SO
000330*        RUNNING THE JOB AGAIN FOR THE SAME CHANGE CANNOT
000340*        ADJUST IT TWICE;
000350*      - A REPLACEMENT SETTLEMENT SET FOR EACH RE-RATED DATE
000360*        (THE LAST SET ON FILE IS THE ONE SETTLEMENT ACTS ON)
000370*        GOES TO SETLADJ FOR APPENDING TO SETLXTR;
000380*      - THE RE-RATING REPORT (RERATRPT) LISTS EVERY BRANCH
000390*        AND DATE TOUCHED, WITH A NET ADJUSTMENT PER BRANCH.
000400*
000410*  PARM (COLUMNS):
000420*
000430*      1-8   EARLIEST RATE CHANGE DATE CCYYMMDD - ROWS KEYED
000440*            ON OR AFTER IT ARE TREATED AS THE NEW RATES
000450*      9-10  THE NIGHTLY RUN'S PARM MULTIPLIER, THE DEFAULT
000460*            FOR A BRANCH WITH NO RATE ROW
000470*
000480*  ENDS 0000 WHEN EVERY COVERED DATE RE-RATED CLEANLY, 0004
000490*  WHEN A DATE COULD NOT BE RE-RATED OR THE LEDGER AND
000500*  SETTLEMENT DISAGREED BEFORE THE ADJUSTMENT, 0016 ON A BAD
000510*  PARM OR A FILE FAILURE.
000520*
000530*  MODIFICATION HISTORY
000540*  --------------------
000550*  DATE       INIT  DESCRIPTION
000560*  ---------- ----  ------------------------------------------
000570*  2026-10-15 DLP   INITIAL VERSION - ACCOUNTING HAS BEEN
000580*                   WORKING OUT BACKDATED RATE DIFFERENCES
000590*                   BY HAND.
000600***************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. RERATE.
000630 AUTHOR. D. L. PRICE.
000640 INSTALLATION. DATA PROCESSING.
000650 DATE-WRITTEN. 2026-10-15.
000660 DATE-COMPILED.
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER. IBM-370.
000700 OBJECT-COMPUTER. IBM-370.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT DL240-RAT-FILE ASSIGN TO "RATESDD"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS DL100-RAT-KEY
000770         FILE STATUS IS DL240-WS-RAT-STATUS.
000780     SELECT DL240-EXT-FILE ASSIGN TO "SETLXTR"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS DL240-WS-EXT-STATUS.
000810     SELECT DL240-GL-FILE ASSIGN TO "GLPOST"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS DL240-WS-GL-STATUS.
000840     SELECT DL240-MAP-FILE ASSIGN TO "ACCTMAP"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS DL240-WS-MAP-STATUS.
000870     SELECT DL240-ADJ-FILE ASSIGN TO "GLRERATE"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS DL240-WS-ADJ-STATUS.
000900     SELECT DL240-SAJ-FILE ASSIGN TO "SETLADJ"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS DL240-WS-SAJ-STATUS.
000930     SELECT DL240-BHS-FILE ASSIGN TO "BRNHIST"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS DL240-WS-BHS-STATUS.
000960     SELECT DL240-RPT-FILE ASSIGN TO "RERATRPT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS DL240-WS-RPT-STATUS.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  DL240-RAT-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040     COPY DLRATREC.
001050
001060 FD  DL240-EXT-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 32 CHARACTERS.
001090     COPY DLEXTREC.
001100
001110 FD  DL240-GL-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 80 CHARACTERS.
001140     COPY DLGLREC.
001150
001160 FD  DL240-MAP-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 80 CHARACTERS.
001190 01  DL240-MAP-RECORD.
001200     05  DL240-MAP-BRANCH        PIC 9(03).
001210     05  DL240-MAP-DR-ACCOUNT    PIC X(10).
001220     05  DL240-MAP-CR-ACCOUNT    PIC X(10).
001230     05  FILLER                  PIC X(57).
001240
001250 FD  DL240-ADJ-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 80 CHARACTERS.
001280     COPY DLGLREC REPLACING LEADING ==DL100-GL==
001290         BY ==DL240-ADJ==.
001300
001310 FD  DL240-SAJ-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 32 CHARACTERS.
001340     COPY DLEXTREC REPLACING LEADING ==DL100-EXT==
001350         BY ==DL240-SAJ==.
001360
001370 FD  DL240-BHS-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 80 CHARACTERS.
001400     COPY DLBHSREC.
001410
001420 FD  DL240-RPT-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 80 CHARACTERS.
001450 01  DL240-RPT-RECORD            PIC X(80).
001460 WORKING-STORAGE SECTION.
001470 77  DL240-WS-RAT-STATUS         PIC X(02)  VALUE SPACES.
001480 77  DL240-WS-EXT-STATUS         PIC X(02)  VALUE SPACES.
001490 77  DL240-WS-GL-STATUS          PIC X(02)  VALUE SPACES.
001500 77  DL240-WS-MAP-STATUS         PIC X(02)  VALUE SPACES.
001510 77  DL240-WS-ADJ-STATUS         PIC X(02)  VALUE SPACES.
001520 77  DL240-WS-SAJ-STATUS         PIC X(02)  VALUE SPACES.
001530 77  DL240-WS-BHS-STATUS         PIC X(02)  VALUE SPACES.
001540 77  DL240-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
001550 77  DL240-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001560 77  DL240-WS-SUSP-ACCOUNT       PIC X(10)
001570                                 VALUE "9999999999".
001580 77  DL240-WS-SINCE-DATE         PIC 9(08)  VALUE ZERO.
001590 77  DL240-WS-DEFAULT-RATE       PIC 9(02)  VALUE ZERO.
001600 77  DL240-WS-EARLIEST-DATE      PIC 9(08)  VALUE 99999999.
001610 77  DL240-WS-CHANGED-COUNT      PIC 9(05)  VALUE ZERO.
001620 77  DL240-WS-EXB-READ-COUNT     PIC 9(07)  VALUE ZERO.
001630 77  DL240-WS-GL-READ-COUNT      PIC 9(07)  VALUE ZERO.
001640 77  DL240-WS-BHS-READ-COUNT     PIC 9(07)  VALUE ZERO.
001650 77  DL240-WS-RERATED-COUNT      PIC 9(05)  VALUE ZERO.
001660 77  DL240-WS-SKIPPED-COUNT      PIC 9(05)  VALUE ZERO.
001670 77  DL240-WS-ALREADY-COUNT      PIC 9(05)  VALUE ZERO.
001680 77  DL240-WS-DIFF-COUNT         PIC 9(05)  VALUE ZERO.
001690 77  DL240-WS-ADJ-REC-COUNT      PIC 9(07)  VALUE ZERO.
001700 77  DL240-WS-ADJ-HASH-TOTAL     PIC 9(11)  VALUE ZERO.
001710 77  DL240-WS-SET-COUNT          PIC 9(05)  VALUE ZERO.
001720 77  DL240-WS-SAJ-BRN-COUNT      PIC 9(03)  VALUE ZERO.
001730 77  DL240-WS-SAJ-HASH           PIC 9(11)  VALUE ZERO.
001740 77  DL240-WS-RATE-USED          PIC 9(03)  COMP VALUE ZERO.
001750 77  DL240-WS-RATE-IDX           PIC 9(03)  COMP VALUE ZERO.
001760 77  DL240-WS-DATE-USED          PIC 9(03)  COMP VALUE ZERO.
001770 77  DL240-WS-DATE-IDX           PIC 9(03)  COMP VALUE ZERO.
001780 77  DL240-WS-DATE-FOUND         PIC 9(03)  COMP VALUE ZERO.
001790 77  DL240-WS-CUR-DATE-IDX       PIC 9(03)  COMP VALUE ZERO.
001800 77  DL240-WS-ENT-USED           PIC 9(03)  COMP VALUE ZERO.
001810 77  DL240-WS-ENT-IDX            PIC 9(03)  COMP VALUE ZERO.
001820 77  DL240-WS-ENT-FOUND          PIC 9(03)  COMP VALUE ZERO.
001830 77  DL240-WS-MIN-IDX            PIC 9(03)  COMP VALUE ZERO.
001840 77  DL240-WS-MAP-USED           PIC 9(03)  COMP VALUE ZERO.
001850 77  DL240-WS-MAP-IDX            PIC 9(03)  COMP VALUE ZERO.
001860 77  DL240-WS-MAP-FOUND          PIC 9(03)  COMP VALUE ZERO.
001870 77  DL240-WS-SRCH-BRANCH        PIC 9(03)  VALUE ZERO.
001880 77  DL240-WS-SRCH-DATE          PIC 9(08)  VALUE ZERO.
001890 77  DL240-WS-SET-DATE           PIC 9(08)  VALUE ZERO.
001900 77  DL240-WS-OLD-RATE           PIC 9(02)  VALUE ZERO.
001910 77  DL240-WS-NEW-RATE           PIC 9(02)  VALUE ZERO.
001920 77  DL240-WS-OLD-BEST           PIC 9(08)  VALUE ZERO.
001930 77  DL240-WS-NEW-BEST           PIC 9(08)  VALUE ZERO.
001940 77  DL240-WS-OLD-AMT            PIC 9(11)  VALUE ZERO.
001950 77  DL240-WS-NEW-AMT            PIC 9(09)  VALUE ZERO.
001960 77  DL240-WS-ADJ-AMT            PIC 9(09)  VALUE ZERO.
001970 77  DL240-WS-PRT-BRANCH         PIC 9(03)  VALUE ZERO.
001980 77  DL240-WS-BR-ADJ-TOTAL       PIC S9(11) VALUE ZERO.
001990 01  DL240-WS-SWITCHES.
002000     05  DL240-WS-RAT-EOF-SW     PIC X(01)  VALUE "N".
002010         88  DL240-RATES-EOF                VALUE "Y".
002020     05  DL240-WS-EXT-EOF-SW     PIC X(01)  VALUE "N".
002030         88  DL240-EXT-EOF                  VALUE "Y".
002040     05  DL240-WS-GL-EOF-SW      PIC X(01)  VALUE "N".
002050         88  DL240-EOF-GL                   VALUE "Y".
002060     05  DL240-WS-MAP-EOF-SW     PIC X(01)  VALUE "N".
002070         88  DL240-MAP-EOF                  VALUE "Y".
002080     05  DL240-WS-BHS-EOF-SW     PIC X(01)  VALUE "N".
002090         88  DL240-BHS-EOF                  VALUE "Y".
002100     05  DL240-WS-HDR-WRIT-SW    PIC X(01)  VALUE "N".
002110         88  DL240-ADJ-HDR-WRITTEN          VALUE "Y".
002120     05  DL240-WS-COPY-SW        PIC X(01)  VALUE "N".
002130         88  DL240-COPYING-SET              VALUE "Y".
002140     05  DL240-WS-MORE-SW        PIC X(01)  VALUE "Y".
002150         88  DL240-MORE-TO-PRINT            VALUE "Y".
002160     05  DL240-WS-FIRST-PRT-SW   PIC X(01)  VALUE "Y".
002170         88  DL240-FIRST-PRT-LINE           VALUE "Y".
002180 01  DL240-WS-RUN-DATE.
002190     05  DL240-WS-RUN-CCYY       PIC 9(04).
002200     05  DL240-WS-RUN-MM         PIC 9(02).
002210     05  DL240-WS-RUN-DD         PIC 9(02).
002220 01  DL240-WS-RUN-DATE-N REDEFINES DL240-WS-RUN-DATE
002230                                 PIC 9(08).
002240***************************************************************
002250*  RATE TABLE - EVERY RATE ROW THAT WAS IN FORCE BEFORE THE
002260*  PARM DATE, IS IN FORCE NOW, OR BOTH.  THE VIEW BYTE SAYS
002270*  WHICH: "B" UNCHANGED, "N" ADDED OR REVIVED SINCE (NEW
002280*  RATES ONLY), "O" EXPIRED SINCE (OLD RATES ONLY).
002290***************************************************************
002300 01  DL240-WS-RATE-TABLE.
002310     05  DL240-WS-RATE-ENTRY OCCURS 100 TIMES.
002320         10  DL240-WS-RT-BRANCH  PIC 9(03).
002330         10  DL240-WS-RT-EFF     PIC 9(08).
002340         10  DL240-WS-RT-RATE    PIC 9(02).
002350         10  DL240-WS-RT-VIEW    PIC X(01).
002360             88  DL240-RT-IS-OLD-ONLY       VALUE "O".
002370             88  DL240-RT-IS-NEW-ONLY       VALUE "N".
002380***************************************************************
002390*  DATE TABLE - EVERY POSTED BUSINESS DATE ON OR AFTER THE
002400*  EARLIEST CHANGED EFFECTIVE DATE, WITH THE NUMBER OF
002410*  EXTRACT SETS ON FILE FOR IT (THE LAST ONE WINS) AND
002420*  WHETHER A REPLACEMENT SET IS NEEDED.
002430***************************************************************
002440 01  DL240-WS-DATE-TABLE.
002450     05  DL240-WS-DATE-ENTRY OCCURS 100 TIMES.
002460         10  DL240-WS-DT-DATE    PIC 9(08).
002470         10  DL240-WS-DT-SETS    PIC 9(03).
002480         10  DL240-WS-DT-SEEN    PIC 9(03).
002490         10  DL240-WS-DT-AFFECT-SW
002500                                 PIC X(01).
002510             88  DL240-DT-IS-AFFECTED       VALUE "Y".
002520***************************************************************
002530*  RE-RATING TABLE - ONE ENTRY PER BRANCH AND POSTED DATE
002540*  WHOSE RATE CHANGED: THE OLD AND NEW RATES AND THE NEW
002550*  RATE ROW'S EFFECTIVE DATE, THE SETTLED AMOUNT FROM THE
002560*  EXTRACT, THE VOLUME AND SETTLED AMOUNT FROM THE BRANCH
002570*  HISTORY, THE LEDGER NET FROM THE GL HISTORY (WITH THE
002580*  DEBIT-SIDE ACCOUNTS AND PAIR HALF GLRECON KEEPS TO NET
002590*  IT), WHETHER AN EARLIER RUN ALREADY RE-RATED IT, AND
002600*  THE OUTCOME.
002610***************************************************************
002620 01  DL240-WS-ENT-TABLE.
002630     05  DL240-WS-ENT-ENTRY OCCURS 200 TIMES.
002640         10  DL240-WS-EN-BRANCH  PIC 9(03).
002650         10  DL240-WS-EN-DATE    PIC 9(08).
002660         10  DL240-WS-EN-SET     PIC 9(03).
002670         10  DL240-WS-EN-OLD-RATE
002680                                 PIC 9(02).
002690         10  DL240-WS-EN-NEW-RATE
002700                                 PIC 9(02).
002710         10  DL240-WS-EN-NEW-EFF PIC 9(08).
002720         10  DL240-WS-EN-SETL-AMT
002730                                 PIC 9(09).
002740         10  DL240-WS-EN-VOLUME  PIC 9(09).
002750         10  DL240-WS-EN-HIST-SETL
002760                                 PIC 9(09).
002770         10  DL240-WS-EN-HIST-SW PIC X(01).
002780             88  DL240-EN-HAS-HISTORY       VALUE "Y".
002790         10  DL240-WS-EN-GL-NET  PIC S9(11).
002800         10  DL240-WS-EN-DR-ACCT1
002810                                 PIC X(10).
002820         10  DL240-WS-EN-DR-ACCT2
002830                                 PIC X(10).
002840         10  DL240-WS-EN-PAIR-SW PIC X(01).
002850             88  DL240-EN-SECOND-HALF       VALUE "2".
002860         10  DL240-WS-EN-DONE-SW PIC X(01).
002870             88  DL240-EN-WAS-RERATED       VALUE "Y".
002880         10  DL240-WS-EN-NEW-AMT PIC 9(09).
002890         10  DL240-WS-EN-GL-ADJ  PIC S9(11).
002900         10  DL240-WS-EN-STATUS  PIC X(01).
002910             88  DL240-EN-IS-PENDING        VALUE SPACE.
002920             88  DL240-EN-IS-STALE          VALUE "S".
002930             88  DL240-EN-IS-RERATED        VALUE "R".
002940             88  DL240-EN-IS-LEDGER-DIFF    VALUE "L".
002950             88  DL240-EN-IS-INEXACT        VALUE "I".
002960             88  DL240-EN-IS-OVERFLOW       VALUE "O".
002970             88  DL240-EN-IS-DONE-BEFORE    VALUE "D".
002980             88  DL240-EN-IS-NO-VOLUME      VALUE "V".
002990         10  DL240-WS-EN-PRINTED-SW
003000                                 PIC X(01).
003010             88  DL240-EN-IS-PRINTED        VALUE "Y".
003020***************************************************************
003030*  ACCOUNT MAPPING TABLE - LOADED FROM THE CURRENT ACCTMAP,
003040*  THE SAME WAY THE NIGHTLY RUN LOADS IT.
003050***************************************************************
003060 01  DL240-WS-MAP-TABLE.
003070     05  DL240-WS-MAP-ENTRY OCCURS 50 TIMES.
003080         10  DL240-WS-MP-BRANCH  PIC 9(03).
003090         10  DL240-WS-MP-DR-ACCT PIC X(10).
003100         10  DL240-WS-MP-CR-ACCT PIC X(10).
003110***************************************************************
003120*  REPORT LINE LAYOUTS
003130***************************************************************
003140 01  DL240-WS-HDR-LINE.
003150     05  FILLER                  PIC X(29)
003160             VALUE "RETROACTIVE RE-RATING - AS AT".
003170     05  FILLER                  PIC X(01)  VALUE SPACE.
003180     05  DL240-HL-CCYY           PIC 9(04).
003190     05  FILLER                  PIC X(01)  VALUE "-".
003200     05  DL240-HL-MM             PIC 9(02).
003210     05  FILLER                  PIC X(01)  VALUE "-".
003220     05  DL240-HL-DD             PIC 9(02).
003230     05  FILLER                  PIC X(40)  VALUE SPACES.
003240 01  DL240-WS-SCP-LINE.
003250     05  FILLER                  PIC X(29)
003260             VALUE "RATE ROWS CHANGED ON OR AFTER".
003270     05  FILLER                  PIC X(01)  VALUE SPACE.
003280     05  DL240-SCP-SINCE         PIC 9(08).
003290     05  FILLER                  PIC X(17)
003300             VALUE "   DEFAULT RATE: ".
003310     05  DL240-SCP-RATE          PIC Z9.
003320     05  FILLER                  PIC X(23)  VALUE SPACES.
003330 01  DL240-WS-COL-LINE.
003340     05  FILLER                  PIC X(36)
003350             VALUE " BRN  BUS DATE OLD NEW    SETTLED   ".
003360     05  FILLER                  PIC X(31)
003370             VALUE "NEW AMOUNT    GL ADJUST  STATUS".
003380     05  FILLER                  PIC X(13)  VALUE SPACES.
003390 01  DL240-WS-DET-LINE.
003400     05  FILLER                  PIC X(01)  VALUE SPACES.
003410     05  DL240-DL-BRANCH         PIC 9(03).
003420     05  FILLER                  PIC X(02)  VALUE SPACES.
003430     05  DL240-DL-DATE           PIC 9(08).
003440     05  FILLER                  PIC X(02)  VALUE SPACES.
003450     05  DL240-DL-OLD-RATE       PIC Z9.
003460     05  FILLER                  PIC X(02)  VALUE SPACES.
003470     05  DL240-DL-NEW-RATE       PIC Z9.
003480     05  FILLER                  PIC X(02)  VALUE SPACES.
003490     05  DL240-DL-SETTLED        PIC ZZZZZZZZ9.
003500     05  FILLER                  PIC X(02)  VALUE SPACES.
003510     05  DL240-DL-NEW-AMT        PIC ZZZZZZZZZZ9.
003520     05  FILLER                  PIC X(02)  VALUE SPACES.
003530     05  DL240-DL-GL-ADJ         PIC -ZZZZZZZZZ9.
003540     05  FILLER                  PIC X(02)  VALUE SPACES.
003550     05  DL240-DL-STATUS         PIC X(12).
003560     05  FILLER                  PIC X(07)  VALUE SPACES.
003570 01  DL240-WS-BRT-LINE.
003580     05  FILLER                  PIC X(09)  VALUE "  BRANCH ".
003590     05  DL240-BRT-BRANCH        PIC 9(03).
003600     05  FILLER                  PIC X(24)
003610             VALUE " NET GL ADJUSTMENT:     ".
003620     05  DL240-BRT-TOTAL         PIC -ZZZZZZZZZ9.
003630     05  FILLER                  PIC X(33)  VALUE SPACES.
003640 01  DL240-WS-NIL-LINE.
003650     05  FILLER                  PIC X(40)
003660             VALUE "NO RATE ROW CHANGED SINCE THE PARM DATE ".
003670     05  FILLER                  PIC X(40)
003680             VALUE "- NOTHING TO RE-RATE".
003690 01  DL240-WS-SUM-LINE.
003700     05  DL240-SL-LABEL          PIC X(26).
003710     05  DL240-SL-COUNT          PIC ZZZZZZ9.
003720     05  FILLER                  PIC X(47)  VALUE SPACES.
003730 LINKAGE SECTION.
003740***************************************************************
003750*  DL240-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
003760*                       COLUMNS 1-8 ARE THE EARLIEST RATE
003770*                       CHANGE DATE CCYYMMDD, 9-10 THE
003780*                       DEFAULT MULTIPLIER.
003790***************************************************************
003800 01  DL240-PARM-AREA.
003810     05  DL240-PARM-LEN          PIC S9(04) COMP.
003820     05  DL240-PARM-TEXT         PIC X(80).
003830     05  DL240-PARM-FIELDS REDEFINES DL240-PARM-TEXT.
003840         10  DL240-PARM-SINCE    PIC 9(08).
003850         10  DL240-PARM-MULTIPLIER
003860                                 PIC 9(02).
003870         10  FILLER              PIC X(70).
003880 PROCEDURE DIVISION USING DL240-PARM-AREA.
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003910     IF DL240-WS-RETURN-CODE < 0016
003920         AND DL240-WS-CHANGED-COUNT > ZERO
003930         PERFORM 2000-SCAN-EXTRACT THRU 2000-EXIT
003940         PERFORM 3500-LOAD-BRN-HISTORY THRU 3500-EXIT
003950         PERFORM 4000-NET-GL-HISTORY THRU 4000-EXIT
003960     END-IF.
003970     IF DL240-WS-RETURN-CODE < 0016
003980         AND DL240-WS-CHANGED-COUNT > ZERO
003990         PERFORM 5000-RERATE-ENTRIES THRU 5000-EXIT
004000         PERFORM 6500-WRITE-SETTLE-SETS THRU 6500-EXIT
004010         PERFORM 7000-PRINT-RERATING THRU 7000-EXIT
004020     END-IF.
004030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004040     MOVE DL240-WS-RETURN-CODE TO RETURN-CODE.
004050     STOP RUN.
004060
004070***************************************************************
004080*  1000-INITIALIZE  --  VALIDATE THE PARM, OPEN THE REPORT
004090*                       AND BOTH ADJUSTMENT FILES, PRINT THE
004100*                       HEADING, AND LOAD THE RATE ROWS AND
004110*                       THE CURRENT ACCOUNT MAP.
004120***************************************************************
004130 1000-INITIALIZE.
004140     ACCEPT DL240-WS-RUN-DATE FROM DATE YYYYMMDD.
004150     IF DL240-PARM-LEN < 10
004160         OR DL240-PARM-SINCE NOT NUMERIC
004170         OR DL240-PARM-MULTIPLIER NOT NUMERIC
004180         OR DL240-PARM-MULTIPLIER = ZERO
004190         DISPLAY "RERATE: PARM MUST BE THE EARLIEST RATE "
004200             "CHANGE DATE CCYYMMDD AND THE DEFAULT MULTIPLIER"
004210         MOVE 0016 TO DL240-WS-RETURN-CODE
004220         GO TO 1000-EXIT.
004230     MOVE DL240-PARM-SINCE TO DL240-WS-SINCE-DATE.
004240     MOVE DL240-PARM-MULTIPLIER TO DL240-WS-DEFAULT-RATE.
004250     OPEN OUTPUT DL240-RPT-FILE.
004260     IF DL240-WS-RPT-STATUS NOT = "00"
004270         DISPLAY "RERATE: UNABLE TO OPEN RERATRPT, STATUS = "
004280             DL240-WS-RPT-STATUS
004290         MOVE 0016 TO DL240-WS-RETURN-CODE
004300         GO TO 1000-EXIT.
004310     OPEN OUTPUT DL240-ADJ-FILE.
004320     OPEN OUTPUT DL240-SAJ-FILE.
004330     IF DL240-WS-ADJ-STATUS NOT = "00"
004340         OR DL240-WS-SAJ-STATUS NOT = "00"
004350         DISPLAY "RERATE: UNABLE TO OPEN GLRERATE OR SETLADJ "
004360             "- RUN ABANDONED"
004370         MOVE 0016 TO DL240-WS-RETURN-CODE
004380         GO TO 1000-EXIT.
004390     MOVE DL240-WS-RUN-CCYY TO DL240-HL-CCYY.
004400     MOVE DL240-WS-RUN-MM TO DL240-HL-MM.
004410     MOVE DL240-WS-RUN-DD TO DL240-HL-DD.
004420     MOVE DL240-WS-HDR-LINE TO DL240-RPT-RECORD.
004430     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004440     MOVE DL240-WS-SINCE-DATE TO DL240-SCP-SINCE.
004450     MOVE DL240-WS-DEFAULT-RATE TO DL240-SCP-RATE.
004460     MOVE DL240-WS-SCP-LINE TO DL240-RPT-RECORD.
004470     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004480     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
004490     IF DL240-WS-RETURN-CODE > 0004
004500         GO TO 1000-EXIT.
004510     PERFORM 1200-LOAD-ACCT-MAP THRU 1200-EXIT.
004520     IF DL240-WS-CHANGED-COUNT = ZERO
004530         MOVE DL240-WS-NIL-LINE TO DL240-RPT-RECORD
004540         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
004550         GO TO 1000-EXIT.
004560     MOVE DL240-WS-COL-LINE TO DL240-RPT-RECORD.
004570     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004580 1000-EXIT.
004590     EXIT.
004600
004610***************************************************************
004620*  1100-LOAD-RATES  --  LOAD THE RATE ROWS THAT MATTER TO
004630*                       EITHER VIEW, COUNT THE CHANGED ONES,
004640*                       AND NOTE THE EARLIEST EFFECTIVE DATE
004650*                       A CHANGE COVERS.  WITHOUT THE RATES
004660*                       FILE THERE IS NOTHING TO RE-RATE
004670*                       FROM.
004680***************************************************************
004690 1100-LOAD-RATES.
004700     OPEN INPUT DL240-RAT-FILE.
004710     IF DL240-WS-RAT-STATUS NOT = "00"
004720         DISPLAY "RERATE: UNABLE TO OPEN RATESDD, STATUS = "
004730             DL240-WS-RAT-STATUS
004740         MOVE 0016 TO DL240-WS-RETURN-CODE
004750         GO TO 1100-EXIT.
004760     PERFORM 1110-LOAD-RATE-ROW THRU 1110-EXIT
004770         UNTIL DL240-RATES-EOF.
004780     CLOSE DL240-RAT-FILE.
004790 1100-EXIT.
004800     EXIT.
004810
004820 1110-LOAD-RATE-ROW.
004830     READ DL240-RAT-FILE NEXT RECORD
004840         AT END
004850             SET DL240-RATES-EOF TO TRUE
004860             GO TO 1110-EXIT
004870     END-READ.
004880     IF DL100-RAT-MULTIPLIER NOT NUMERIC
004890         OR DL100-RAT-MULTIPLIER = ZERO
004900         OR DL100-RAT-UPD-DATE NOT NUMERIC
004910         GO TO 1110-EXIT.
004920     IF DL100-RAT-IS-EXPIRED
004930         AND DL100-RAT-UPD-DATE < DL240-WS-SINCE-DATE
004940         GO TO 1110-EXIT.
004950     IF NOT DL100-RAT-IS-ACTIVE
004960         AND NOT DL100-RAT-IS-EXPIRED
004970         GO TO 1110-EXIT.
004980     IF DL240-WS-RATE-USED >= 100
004990         DISPLAY "RERATE: RATE TABLE FULL, BRANCH "
005000             DL100-RAT-BRANCH " EFFECTIVE "
005010             DL100-RAT-EFF-DATE " IGNORED"
005020         IF DL240-WS-RETURN-CODE < 0004
005030             MOVE 0004 TO DL240-WS-RETURN-CODE
005040         END-IF
005050         GO TO 1110-EXIT
005060     END-IF.
005070     ADD 1 TO DL240-WS-RATE-USED.
005080     MOVE DL100-RAT-BRANCH
005090         TO DL240-WS-RT-BRANCH(DL240-WS-RATE-USED).
005100     MOVE DL100-RAT-EFF-DATE
005110         TO DL240-WS-RT-EFF(DL240-WS-RATE-USED).
005120     MOVE DL100-RAT-MULTIPLIER
005130         TO DL240-WS-RT-RATE(DL240-WS-RATE-USED).
005140     IF DL100-RAT-UPD-DATE < DL240-WS-SINCE-DATE
005150         MOVE "B" TO DL240-WS-RT-VIEW(DL240-WS-RATE-USED)
005160         GO TO 1110-EXIT.
005170     IF DL100-RAT-IS-ACTIVE
005180         MOVE "N" TO DL240-WS-RT-VIEW(DL240-WS-RATE-USED)
005190     ELSE
005200         MOVE "O" TO DL240-WS-RT-VIEW(DL240-WS-RATE-USED)
005210     END-IF.
005220     ADD 1 TO DL240-WS-CHANGED-COUNT.
005230     IF DL100-RAT-EFF-DATE < DL240-WS-EARLIEST-DATE
005240         MOVE DL100-RAT-EFF-DATE TO DL240-WS-EARLIEST-DATE
005250     END-IF.
005260 1110-EXIT.
005270     EXIT.
005280
005290***************************************************************
005300*  1200-LOAD-ACCT-MAP  --  LOAD THE CURRENT BRANCH-TO-ACCOUNT
005310*                          MAPPING TABLE.  WITH NO MAP FILE
005320*                          THE ADJUSTMENTS GO TO SUSPENSE, AS
005330*                          THE NIGHTLY POSTINGS WOULD.
005340***************************************************************
005350 1200-LOAD-ACCT-MAP.
005360     OPEN INPUT DL240-MAP-FILE.
005370     IF DL240-WS-MAP-STATUS NOT = "00"
005380         DISPLAY "RERATE: ACCTMAP NOT AVAILABLE, STATUS = "
005390             DL240-WS-MAP-STATUS ", ADJUSTING TO SUSPENSE"
005400         SET DL240-MAP-EOF TO TRUE
005410         GO TO 1200-EXIT.
005420     PERFORM 1210-LOAD-MAP-ROW THRU 1210-EXIT
005430         UNTIL DL240-MAP-EOF.
005440     CLOSE DL240-MAP-FILE.
005450 1200-EXIT.
005460     EXIT.
005470
005480 1210-LOAD-MAP-ROW.
005490     READ DL240-MAP-FILE
005500         AT END
005510             SET DL240-MAP-EOF TO TRUE
005520             GO TO 1210-EXIT
005530     END-READ.
005540     IF DL240-MAP-BRANCH NOT NUMERIC
005550         GO TO 1210-EXIT.
005560     IF DL240-WS-MAP-USED >= 50
005570         DISPLAY "RERATE: ACCOUNT MAP TABLE FULL, ROW IGNORED"
005580         GO TO 1210-EXIT
005590     END-IF.
005600     ADD 1 TO DL240-WS-MAP-USED.
005610     MOVE DL240-MAP-BRANCH
005620         TO DL240-WS-MP-BRANCH(DL240-WS-MAP-USED).
005630     MOVE DL240-MAP-DR-ACCOUNT
005640         TO DL240-WS-MP-DR-ACCT(DL240-WS-MAP-USED).
005650     MOVE DL240-MAP-CR-ACCOUNT
005660         TO DL240-WS-MP-CR-ACCT(DL240-WS-MAP-USED).
005670 1210-EXIT.
005680     EXIT.
005690
005700***************************************************************
005710*  2000-SCAN-EXTRACT  --  READ THE SETTLEMENT EXTRACT FOR THE
005720*                         POSTED DATES A CHANGE COULD COVER,
005730*                         NOTING EVERY BRANCH WHOSE RATE FOR
005740*                         THE DATE HAS CHANGED, THEN DROP THE
005750*                         ROWS A LATER SET FOR THE SAME DATE
005760*                         SUPERSEDED.
005770***************************************************************
005780 2000-SCAN-EXTRACT.
005790     OPEN INPUT DL240-EXT-FILE.
005800     IF DL240-WS-EXT-STATUS NOT = "00"
005810         DISPLAY "RERATE: UNABLE TO OPEN SETLXTR, STATUS = "
005820             DL240-WS-EXT-STATUS
005830         MOVE 0016 TO DL240-WS-RETURN-CODE
005840         GO TO 2000-EXIT.
005850     MOVE ZERO TO DL240-WS-CUR-DATE-IDX.
005860     PERFORM 2100-SCAN-EXT-ROW THRU 2100-EXIT
005870         UNTIL DL240-EXT-EOF.
005880     CLOSE DL240-EXT-FILE.
005890     MOVE 1 TO DL240-WS-ENT-IDX.
005900     PERFORM 2300-DROP-STALE-ENTRY THRU 2300-EXIT
005910         UNTIL DL240-WS-ENT-IDX > DL240-WS-ENT-USED.
005920 2000-EXIT.
005930     EXIT.
005940
005950***************************************************************
005960*  2100-SCAN-EXT-ROW  --  AN EXH OPENS A SET FOR ITS DATE AND
005970*                         COUNTS IT; AN EXB INSIDE A SET FOR
005980*                         A DATE OF INTEREST IS NOTED.
005990***************************************************************
006000 2100-SCAN-EXT-ROW.
006010     READ DL240-EXT-FILE
006020         AT END
006030             SET DL240-EXT-EOF TO TRUE
006040             GO TO 2100-EXIT
006050     END-READ.
006060     IF DL100-EXT-IS-HDR
006070         MOVE ZERO TO DL240-WS-CUR-DATE-IDX
006080         IF DL100-EXT-HDR-DATE NUMERIC
006090             AND DL100-EXT-HDR-DATE >= DL240-WS-EARLIEST-DATE
006100             MOVE DL100-EXT-HDR-DATE TO DL240-WS-SRCH-DATE
006110             PERFORM 2150-ADD-DATE-SET THRU 2150-EXIT
006120         END-IF
006130         GO TO 2100-EXIT.
006140     IF DL100-EXT-IS-BRN
006150         AND DL240-WS-CUR-DATE-IDX > ZERO
006160         PERFORM 2200-NOTE-EXB-ROW THRU 2200-EXIT
006170     END-IF.
006180 2100-EXIT.
006190     EXIT.
006200
006210***************************************************************
006220*  2150-ADD-DATE-SET  --  COUNT ONE MORE EXTRACT SET FOR
006230*                         DL240-WS-SRCH-DATE, OPENING ITS
006240*                         DATE ENTRY THE FIRST TIME.
006250***************************************************************
006260 2150-ADD-DATE-SET.
006270     PERFORM 2400-FIND-DATE THRU 2400-EXIT.
006280     IF DL240-WS-DATE-FOUND = ZERO
006290         IF DL240-WS-DATE-USED >= 100
006300             DISPLAY "RERATE: DATE TABLE FULL, BUSINESS DATE "
006310                 DL240-WS-SRCH-DATE " NOT RE-RATED"
006320             IF DL240-WS-RETURN-CODE < 0004
006330                 MOVE 0004 TO DL240-WS-RETURN-CODE
006340             END-IF
006350             GO TO 2150-EXIT
006360         END-IF
006370         ADD 1 TO DL240-WS-DATE-USED
006380         MOVE DL240-WS-DATE-USED TO DL240-WS-DATE-FOUND
006390         MOVE DL240-WS-SRCH-DATE
006400             TO DL240-WS-DT-DATE(DL240-WS-DATE-FOUND)
006410         MOVE ZERO TO DL240-WS-DT-SETS(DL240-WS-DATE-FOUND)
006420         MOVE ZERO TO DL240-WS-DT-SEEN(DL240-WS-DATE-FOUND)
006430         MOVE "N"
006440             TO DL240-WS-DT-AFFECT-SW(DL240-WS-DATE-FOUND)
006450     END-IF.
006460     ADD 1 TO DL240-WS-DT-SETS(DL240-WS-DATE-FOUND).
006470     MOVE DL240-WS-DATE-FOUND TO DL240-WS-CUR-DATE-IDX.
006480 2150-EXIT.
006490     EXIT.
006500
006510***************************************************************
006520*  2200-NOTE-EXB-ROW  --  RESOLVE THE BRANCH'S OLD AND NEW
006530*                         RATES FOR THE ROW'S DATE.  WHEN THEY
006540*                         DIFFER, RECORD THE ROW'S SETTLED
006550*                         AMOUNT, THE SET IT CAME FROM, AND
006560*                         THE NEW RATE ROW (A LATER SET
006570*                         OVERWRITES AN EARLIER ONE'S FIGURE).
006580*                         THE AMOUNT IS ONLY WHAT SETTLEMENT
006590*                         NOW HOLDS - ONCE A DATE IS RE-RATED
006600*                         ITS LAST SET IS AT THE NEW RATE, SO
006610*                         THE VOLUME COMES FROM BRNHIST.
006620***************************************************************
006630 2200-NOTE-EXB-ROW.
006640     IF DL100-EXT-BRANCH NOT NUMERIC
006650         OR DL100-EXT-AMOUNT NOT NUMERIC
006660         OR DL100-EXT-RUN-DATE
006670             NOT = DL240-WS-DT-DATE(DL240-WS-CUR-DATE-IDX)
006680         GO TO 2200-EXIT.
006690     ADD 1 TO DL240-WS-EXB-READ-COUNT.
006700     MOVE DL100-EXT-BRANCH TO DL240-WS-SRCH-BRANCH.
006710     MOVE DL100-EXT-RUN-DATE TO DL240-WS-SRCH-DATE.
006720     PERFORM 3000-RESOLVE-RATES THRU 3000-EXIT.
006730     IF DL240-WS-OLD-RATE = DL240-WS-NEW-RATE
006740         GO TO 2200-EXIT.
006750     PERFORM 2500-FIND-ENTRY THRU 2500-EXIT.
006760     IF DL240-WS-ENT-FOUND = ZERO
006770         IF DL240-WS-ENT-USED >= 200
006780             DISPLAY "RERATE: RE-RATING TABLE FULL, BRANCH "
006790                 DL240-WS-SRCH-BRANCH " DATE "
006800                 DL240-WS-SRCH-DATE " NOT RE-RATED"
006810             IF DL240-WS-RETURN-CODE < 0004
006820                 MOVE 0004 TO DL240-WS-RETURN-CODE
006830             END-IF
006840             GO TO 2200-EXIT
006850         END-IF
006860         ADD 1 TO DL240-WS-ENT-USED
006870         MOVE DL240-WS-ENT-USED TO DL240-WS-ENT-FOUND
006880         MOVE DL240-WS-SRCH-BRANCH
006890             TO DL240-WS-EN-BRANCH(DL240-WS-ENT-FOUND)
006900         MOVE DL240-WS-SRCH-DATE
006910             TO DL240-WS-EN-DATE(DL240-WS-ENT-FOUND)
006920         MOVE ZERO TO DL240-WS-EN-GL-NET(DL240-WS-ENT-FOUND)
006930         MOVE ZERO TO DL240-WS-EN-NEW-AMT(DL240-WS-ENT-FOUND)
006940         MOVE ZERO TO DL240-WS-EN-GL-ADJ(DL240-WS-ENT-FOUND)
006950         MOVE SPACE TO DL240-WS-EN-STATUS(DL240-WS-ENT-FOUND)
006960         MOVE "N"
006970             TO DL240-WS-EN-PRINTED-SW(DL240-WS-ENT-FOUND)
006980         MOVE ZERO TO DL240-WS-EN-VOLUME(DL240-WS-ENT-FOUND)
006990         MOVE ZERO TO DL240-WS-EN-HIST-SETL(DL240-WS-ENT-FOUND)
007000         MOVE "N" TO DL240-WS-EN-HIST-SW(DL240-WS-ENT-FOUND)
007010         MOVE SPACES TO DL240-WS-EN-DR-ACCT1(DL240-WS-ENT-FOUND)
007020         MOVE SPACES TO DL240-WS-EN-DR-ACCT2(DL240-WS-ENT-FOUND)
007030         MOVE "1" TO DL240-WS-EN-PAIR-SW(DL240-WS-ENT-FOUND)
007040         MOVE "N" TO DL240-WS-EN-DONE-SW(DL240-WS-ENT-FOUND)
007050     END-IF.
007060     MOVE DL240-WS-DT-SETS(DL240-WS-CUR-DATE-IDX)
007070         TO DL240-WS-EN-SET(DL240-WS-ENT-FOUND).
007080     MOVE DL240-WS-OLD-RATE
007090         TO DL240-WS-EN-OLD-RATE(DL240-WS-ENT-FOUND).
007100     MOVE DL240-WS-NEW-RATE
007110         TO DL240-WS-EN-NEW-RATE(DL240-WS-ENT-FOUND).
007120     MOVE DL240-WS-NEW-BEST
007130         TO DL240-WS-EN-NEW-EFF(DL240-WS-ENT-FOUND).
007140     MOVE DL100-EXT-AMOUNT
007150         TO DL240-WS-EN-SETL-AMT(DL240-WS-ENT-FOUND).
007160 2200-EXIT.
007170     EXIT.
007180
007190***************************************************************
007200*  2300-DROP-STALE-ENTRY  --  AN ENTRY WHOSE LAST ROW CAME
007210*                             FROM AN EARLIER SET THAN THE
007220*                             DATE'S LAST ONE IS NO LONGER
007230*                             SETTLED AT ALL - THE LATER SET
007240*                             LEFT THE BRANCH OUT.
007250***************************************************************
007260 2300-DROP-STALE-ENTRY.
007270     MOVE DL240-WS-EN-DATE(DL240-WS-ENT-IDX)
007280         TO DL240-WS-SRCH-DATE.
007290     PERFORM 2400-FIND-DATE THRU 2400-EXIT.
007300     IF DL240-WS-DATE-FOUND > ZERO
007310         AND DL240-WS-EN-SET(DL240-WS-ENT-IDX)
007320             NOT = DL240-WS-DT-SETS(DL240-WS-DATE-FOUND)
007330         SET DL240-EN-IS-STALE(DL240-WS-ENT-IDX) TO TRUE
007340     END-IF.
007350     ADD 1 TO DL240-WS-ENT-IDX.
007360 2300-EXIT.
007370     EXIT.
007380
007390***************************************************************
007400*  2400-FIND-DATE  --  LOOK UP DL240-WS-SRCH-DATE IN THE DATE
007410*                      TABLE.  ZERO MEANS NO ENTRY.
007420***************************************************************
007430 2400-FIND-DATE.
007440     MOVE ZERO TO DL240-WS-DATE-FOUND.
007450     MOVE 1 TO DL240-WS-DATE-IDX.
007460     PERFORM 2410-TEST-DATE THRU 2410-EXIT
007470         UNTIL DL240-WS-DATE-FOUND > ZERO
007480         OR DL240-WS-DATE-IDX > DL240-WS-DATE-USED.
007490 2400-EXIT.
007500     EXIT.
007510
007520 2410-TEST-DATE.
007530     IF DL240-WS-DT-DATE(DL240-WS-DATE-IDX)
007540         = DL240-WS-SRCH-DATE
007550         MOVE DL240-WS-DATE-IDX TO DL240-WS-DATE-FOUND
007560     ELSE
007570         ADD 1 TO DL240-WS-DATE-IDX
007580     END-IF.
007590 2410-EXIT.
007600     EXIT.
007610
007620***************************************************************
007630*  2500-FIND-ENTRY  --  LOOK UP DL240-WS-SRCH-BRANCH AND
007640*                       DL240-WS-SRCH-DATE IN THE RE-RATING
007650*                       TABLE.  ZERO MEANS NO ENTRY.
007660***************************************************************
007670 2500-FIND-ENTRY.
007680     MOVE ZERO TO DL240-WS-ENT-FOUND.
007690     MOVE 1 TO DL240-WS-ENT-IDX.
007700     PERFORM 2510-TEST-ENTRY THRU 2510-EXIT
007710         UNTIL DL240-WS-ENT-FOUND > ZERO
007720         OR DL240-WS-ENT-IDX > DL240-WS-ENT-USED.
007730 2500-EXIT.
007740     EXIT.
007750
007760 2510-TEST-ENTRY.
007770     IF DL240-WS-EN-BRANCH(DL240-WS-ENT-IDX)
007780         = DL240-WS-SRCH-BRANCH
007790         AND DL240-WS-EN-DATE(DL240-WS-ENT-IDX)
007800             = DL240-WS-SRCH-DATE
007810         MOVE DL240-WS-ENT-IDX TO DL240-WS-ENT-FOUND
007820     ELSE
007830         ADD 1 TO DL240-WS-ENT-IDX
007840     END-IF.
007850 2510-EXIT.
007860     EXIT.
007870
007880***************************************************************
007890*  3000-RESOLVE-RATES  --  RESOLVE THE RATE FOR DL240-WS-
007900*                          SRCH-BRANCH ON DL240-WS-SRCH-DATE
007910*                          TWICE, THE WAY THE NIGHTLY RUN
007920*                          DOES: THE ACTIVE ROW FOR THE BRANCH
007930*                          WITH THE LATEST EFFECTIVE DATE ON
007940*                          OR BEFORE THE DATE, THE DEFAULT
007950*                          MULTIPLIER WITH NO ROW.  THE OLD
007960*                          RATE SEES THE ROWS AS THEY STOOD
007970*                          BEFORE THE PARM DATE, THE NEW RATE
007980*                          AS THEY STAND NOW.
007990***************************************************************
008000 3000-RESOLVE-RATES.
008010     MOVE DL240-WS-DEFAULT-RATE TO DL240-WS-OLD-RATE.
008020     MOVE DL240-WS-DEFAULT-RATE TO DL240-WS-NEW-RATE.
008030     MOVE ZERO TO DL240-WS-OLD-BEST.
008040     MOVE ZERO TO DL240-WS-NEW-BEST.
008050     MOVE 1 TO DL240-WS-RATE-IDX.
008060     PERFORM 3010-TEST-RATE-ENTRY THRU 3010-EXIT
008070         UNTIL DL240-WS-RATE-IDX > DL240-WS-RATE-USED.
008080 3000-EXIT.
008090     EXIT.
008100
008110 3010-TEST-RATE-ENTRY.
008120     IF DL240-WS-RT-BRANCH(DL240-WS-RATE-IDX)
008130         = DL240-WS-SRCH-BRANCH
008140         AND DL240-WS-RT-EFF(DL240-WS-RATE-IDX)
008150             NOT > DL240-WS-SRCH-DATE
008160         IF NOT DL240-RT-IS-NEW-ONLY(DL240-WS-RATE-IDX)
008170             AND DL240-WS-RT-EFF(DL240-WS-RATE-IDX)
008180                 >= DL240-WS-OLD-BEST
008190             MOVE DL240-WS-RT-EFF(DL240-WS-RATE-IDX)
008200                 TO DL240-WS-OLD-BEST
008210             MOVE DL240-WS-RT-RATE(DL240-WS-RATE-IDX)
008220                 TO DL240-WS-OLD-RATE
008230         END-IF
008240         IF NOT DL240-RT-IS-OLD-ONLY(DL240-WS-RATE-IDX)
008250             AND DL240-WS-RT-EFF(DL240-WS-RATE-IDX)
008260                 >= DL240-WS-NEW-BEST
008270             MOVE DL240-WS-RT-EFF(DL240-WS-RATE-IDX)
008280                 TO DL240-WS-NEW-BEST
008290             MOVE DL240-WS-RT-RATE(DL240-WS-RATE-IDX)
008300                 TO DL240-WS-NEW-RATE
008310         END-IF
008320     END-IF.
008330     ADD 1 TO DL240-WS-RATE-IDX.
008340 3010-EXIT.
008350     EXIT.
008360
008370***************************************************************
008380*  3500-LOAD-BRN-HISTORY  --  READ THE BRANCH HISTORY FOR THE
008390*                             INPUT VOLUME AND SETTLED AMOUNT
008400*                             OF EACH BRANCH AND DATE BEING
008410*                             RE-RATED.  A FORCED RERUN OR A
008420*                             RESTART APPENDS THE DATE AGAIN,
008430*                             SO A LATER ROW REPLACES AN
008440*                             EARLIER ONE'S FIGURES.
008450***************************************************************
008460 3500-LOAD-BRN-HISTORY.
008470     IF DL240-WS-RETURN-CODE > 0004
008480         GO TO 3500-EXIT.
008490     OPEN INPUT DL240-BHS-FILE.
008500     IF DL240-WS-BHS-STATUS NOT = "00"
008510         DISPLAY "RERATE: UNABLE TO OPEN BRNHIST, STATUS = "
008520             DL240-WS-BHS-STATUS
008530         MOVE 0016 TO DL240-WS-RETURN-CODE
008540         GO TO 3500-EXIT.
008550     PERFORM 3510-NOTE-BHS-ROW THRU 3510-EXIT
008560         UNTIL DL240-BHS-EOF.
008570     CLOSE DL240-BHS-FILE.
008580 3500-EXIT.
008590     EXIT.
008600
008610 3510-NOTE-BHS-ROW.
008620     READ DL240-BHS-FILE
008630         AT END
008640             SET DL240-BHS-EOF TO TRUE
008650             GO TO 3510-EXIT
008660     END-READ.
008670     ADD 1 TO DL240-WS-BHS-READ-COUNT.
008680     IF DL100-BHS-BRANCH NOT NUMERIC
008690         OR DL100-BHS-BUS-DATE NOT NUMERIC
008700         OR DL100-BHS-VOLUME NOT NUMERIC
008710         OR DL100-BHS-SETTLED NOT NUMERIC
008720         GO TO 3510-EXIT.
008730     MOVE DL100-BHS-BRANCH TO DL240-WS-SRCH-BRANCH.
008740     MOVE DL100-BHS-BUS-DATE TO DL240-WS-SRCH-DATE.
008750     PERFORM 2500-FIND-ENTRY THRU 2500-EXIT.
008760     IF DL240-WS-ENT-FOUND = ZERO
008770         GO TO 3510-EXIT.
008780     MOVE DL100-BHS-VOLUME
008790         TO DL240-WS-EN-VOLUME(DL240-WS-ENT-FOUND).
008800     MOVE DL100-BHS-SETTLED
008810         TO DL240-WS-EN-HIST-SETL(DL240-WS-ENT-FOUND).
008820     MOVE "Y" TO DL240-WS-EN-HIST-SW(DL240-WS-ENT-FOUND).
008830 3510-EXIT.
008840     EXIT.
008850
008860***************************************************************
008870*  4000-NET-GL-HISTORY  --  READ THE GLPOST HISTORY AND NET
008880*                           WHAT THE LEDGER CARRIES FOR EACH
008890*                           BRANCH AND DATE BEING RE-RATED.
008900***************************************************************
008910 4000-NET-GL-HISTORY.
008920     IF DL240-WS-RETURN-CODE > 0004
008930         GO TO 4000-EXIT.
008940     OPEN INPUT DL240-GL-FILE.
008950     IF DL240-WS-GL-STATUS NOT = "00"
008960         DISPLAY "RERATE: UNABLE TO OPEN GLPOST, STATUS = "
008970             DL240-WS-GL-STATUS
008980         MOVE 0016 TO DL240-WS-RETURN-CODE
008990         GO TO 4000-EXIT.
009000     PERFORM 4100-NET-GL-ROW THRU 4100-EXIT
009010         UNTIL DL240-EOF-GL.
009020     CLOSE DL240-GL-FILE.
009030 4000-EXIT.
009040     EXIT.
009050
009060***************************************************************
009070*  4100-NET-GL-ROW  --  FOLD ONE GL HISTORY RECORD INTO THE
009080*                       LEDGER NET FOR ITS BRANCH AND DATE
009090*                       THE WAY GLRECON NETS A BRANCH.  A
009100*                       TRANSFER ONLY MOVES MONEY BETWEEN
009110*                       ACCOUNTS.  A REVERSAL COUNTS ONLY ON
009120*                       THE DEBIT-SIDE ACCOUNTS ALREADY
009130*                       NAMED, AND ON SUSPENSE ONLY ITS
009140*                       CREDIT.  ANY OTHER RECORD IS HALF OF
009150*                       A PAIR: THE FIRST HALF IS THE DEBIT-
009160*                       ACCOUNT SIDE, COUNTS, AND NAMES ITS
009170*                       ACCOUNT; THE SECOND HALF BALANCES
009180*                       IT.  THE FIRST HALF OF AN "A" PAIR
009190*                       FOR THE RATE ROW NOW IN FORCE MEANS
009200*                       AN EARLIER RUN ALREADY RE-RATED THE
009210*                       BRANCH AND DATE.
009220***************************************************************
009230 4100-NET-GL-ROW.
009240     READ DL240-GL-FILE
009250         AT END
009260             SET DL240-EOF-GL TO TRUE
009270             GO TO 4100-EXIT
009280     END-READ.
009290     ADD 1 TO DL240-WS-GL-READ-COUNT.
009300     IF NOT DL100-GL-IS-DET
009310         OR DL100-GL-AMOUNT NOT NUMERIC
009320         OR DL100-GL-BUS-DATE NOT NUMERIC
009330         OR DL100-GL-BRANCH NOT NUMERIC
009340         GO TO 4100-EXIT.
009350     IF DL100-GL-IS-TRANSFER
009360         GO TO 4100-EXIT.
009370     MOVE DL100-GL-BRANCH TO DL240-WS-SRCH-BRANCH.
009380     MOVE DL100-GL-BUS-DATE TO DL240-WS-SRCH-DATE.
009390     PERFORM 2500-FIND-ENTRY THRU 2500-EXIT.
009400     IF DL240-WS-ENT-FOUND = ZERO
009410         GO TO 4100-EXIT.
009420     IF DL100-GL-IS-REVERSAL
009430         PERFORM 4200-NET-REVERSAL THRU 4200-EXIT
009440         GO TO 4100-EXIT.
009450     IF DL240-EN-SECOND-HALF(DL240-WS-ENT-FOUND)
009460         MOVE "1" TO DL240-WS-EN-PAIR-SW(DL240-WS-ENT-FOUND)
009470         GO TO 4100-EXIT.
009480     MOVE "2" TO DL240-WS-EN-PAIR-SW(DL240-WS-ENT-FOUND).
009490     IF DL240-WS-EN-DR-ACCT1(DL240-WS-ENT-FOUND) = SPACES
009500         MOVE DL100-GL-ACCOUNT
009510             TO DL240-WS-EN-DR-ACCT1(DL240-WS-ENT-FOUND)
009520     ELSE
009530         IF DL240-WS-EN-DR-ACCT1(DL240-WS-ENT-FOUND)
009540             NOT = DL100-GL-ACCOUNT
009550             AND DL240-WS-EN-DR-ACCT2(DL240-WS-ENT-FOUND)
009560                 = SPACES
009570             MOVE DL100-GL-ACCOUNT
009580                 TO DL240-WS-EN-DR-ACCT2(DL240-WS-ENT-FOUND)
009590         END-IF
009600     END-IF.
009610     IF DL100-GL-IS-DEBIT
009620         ADD DL100-GL-AMOUNT
009630             TO DL240-WS-EN-GL-NET(DL240-WS-ENT-FOUND)
009640     ELSE
009650         SUBTRACT DL100-GL-AMOUNT
009660             FROM DL240-WS-EN-GL-NET(DL240-WS-ENT-FOUND)
009670     END-IF.
009680     IF DL100-GL-IS-RERATE
009690         AND DL100-GL-RATE-EFF NUMERIC
009700         AND DL100-GL-RATE NUMERIC
009710         AND DL100-GL-RATE-EFF
009720             = DL240-WS-EN-NEW-EFF(DL240-WS-ENT-FOUND)
009730         AND DL100-GL-RATE
009740             = DL240-WS-EN-NEW-RATE(DL240-WS-ENT-FOUND)
009750         MOVE "Y" TO DL240-WS-EN-DONE-SW(DL240-WS-ENT-FOUND)
009760     END-IF.
009770 4100-EXIT.
009780     EXIT.
009790
009800***************************************************************
009810*  4200-NET-REVERSAL  --  A REVERSING RECORD BACKS OUT ONE
009820*                         ACCOUNT'S NET.  ON A DEBIT-SIDE
009830*                         ACCOUNT IT MOVES THE NET THE WAY
009840*                         ITS OWN DEBIT OR CREDIT SAYS; ON
009850*                         THE CREDIT-SIDE ACCOUNT IT IS THE
009860*                         BALANCING HALF.  SUSPENSE HOLDS
009870*                         BOTH SIDES, SO THERE ONLY THE
009880*                         CREDIT THAT BACKS OUT THE DEBIT
009890*                         SIDE COUNTS.
009900***************************************************************
009910 4200-NET-REVERSAL.
009920     IF DL100-GL-ACCOUNT NOT =
009930         DL240-WS-EN-DR-ACCT1(DL240-WS-ENT-FOUND)
009940         AND DL100-GL-ACCOUNT NOT =
009950             DL240-WS-EN-DR-ACCT2(DL240-WS-ENT-FOUND)
009960         GO TO 4200-EXIT.
009970     IF DL100-GL-ACCOUNT = DL240-WS-SUSP-ACCOUNT
009980         AND DL100-GL-IS-DEBIT
009990         GO TO 4200-EXIT.
010000     IF DL100-GL-IS-DEBIT
010010         ADD DL100-GL-AMOUNT
010020             TO DL240-WS-EN-GL-NET(DL240-WS-ENT-FOUND)
010030     ELSE
010040         SUBTRACT DL100-GL-AMOUNT
010050             FROM DL240-WS-EN-GL-NET(DL240-WS-ENT-FOUND)
010060     END-IF.
010070 4200-EXIT.
010080     EXIT.
010090
010100***************************************************************
010110*  5000-RERATE-ENTRIES  --  WORK OUT THE NEW AMOUNT AND THE
010120*                           LEDGER ADJUSTMENT FOR EVERY ENTRY
010130*                           STILL SETTLED, AND WRITE THE
010140*                           ADJUSTMENT PAIRS.  THE GLT TRAILER
010150*                           CLOSES THE SET WHEN ANY PAIR WENT
010160*                           OUT.
010170***************************************************************
010180 5000-RERATE-ENTRIES.
010190     MOVE 1 TO DL240-WS-ENT-IDX.
010200     PERFORM 5100-RERATE-ONE-ENTRY THRU 5100-EXIT
010210         UNTIL DL240-WS-ENT-IDX > DL240-WS-ENT-USED.
010220     IF DL240-ADJ-HDR-WRITTEN
010230         MOVE SPACES TO DL240-ADJ-RECORD
010240         MOVE "GLT" TO DL240-ADJ-RECORD-TYPE
010250         MOVE DL240-WS-ADJ-REC-COUNT TO DL240-ADJ-REC-COUNT
010260         MOVE DL240-WS-ADJ-HASH-TOTAL
010270             TO DL240-ADJ-HASH-TOTAL
010280         WRITE DL240-ADJ-RECORD
010290     END-IF.
010300 5000-EXIT.
010310     EXIT.
010320
010330***************************************************************
010340*  5100-RERATE-ONE-ENTRY  --  A BRANCH AND DATE AN EARLIER
010350*                             RUN ALREADY RE-RATED TO THE
010360*                             SAME RATE ROW IS LEFT ALONE.
010370*                             OTHERWISE THE BRANCH HISTORY
010380*                             GIVES THE VOLUME; A VOLUME THAT
010390*                             AT THE OLD RATE DOES NOT COME
010400*                             TO WHAT THE BRANCH SETTLED
010410*                             MEANS THE DATE WAS NOT SETTLED
010420*                             AT THE RATE WE THINK, SO IT IS
010430*                             LEFT FOR A PERSON, AS IS ONE
010440*                             WITH NO HISTORY ROW.  THE
010450*                             VOLUME AT THE NEW RATE IS WHAT
010460*                             BOTH THE LEDGER AND SETTLEMENT
010470*                             SHOULD CARRY.
010480***************************************************************
010490 5100-RERATE-ONE-ENTRY.
010500     IF DL240-EN-IS-STALE(DL240-WS-ENT-IDX)
010510         GO TO 5100-NEXT.
010520     IF DL240-EN-WAS-RERATED(DL240-WS-ENT-IDX)
010530         SET DL240-EN-IS-DONE-BEFORE(DL240-WS-ENT-IDX) TO TRUE
010540         ADD 1 TO DL240-WS-ALREADY-COUNT
010550         GO TO 5100-NEXT.
010560     IF NOT DL240-EN-HAS-HISTORY(DL240-WS-ENT-IDX)
010570         SET DL240-EN-IS-NO-VOLUME(DL240-WS-ENT-IDX) TO TRUE
010580         ADD 1 TO DL240-WS-SKIPPED-COUNT
010590         IF DL240-WS-RETURN-CODE < 0004
010600             MOVE 0004 TO DL240-WS-RETURN-CODE
010610         END-IF
010620         GO TO 5100-NEXT.
010630     COMPUTE DL240-WS-OLD-AMT
010640         = DL240-WS-EN-VOLUME(DL240-WS-ENT-IDX)
010650         * DL240-WS-EN-OLD-RATE(DL240-WS-ENT-IDX).
010660     IF DL240-WS-OLD-AMT
010670         NOT = DL240-WS-EN-HIST-SETL(DL240-WS-ENT-IDX)
010680         SET DL240-EN-IS-INEXACT(DL240-WS-ENT-IDX) TO TRUE
010690         ADD 1 TO DL240-WS-SKIPPED-COUNT
010700         IF DL240-WS-RETURN-CODE < 0004
010710             MOVE 0004 TO DL240-WS-RETURN-CODE
010720         END-IF
010730         GO TO 5100-NEXT.
010740     MULTIPLY DL240-WS-EN-VOLUME(DL240-WS-ENT-IDX)
010750         BY DL240-WS-EN-NEW-RATE(DL240-WS-ENT-IDX)
010760         GIVING DL240-WS-NEW-AMT
010770         ON SIZE ERROR
010780             SET DL240-EN-IS-OVERFLOW(DL240-WS-ENT-IDX)
010790                 TO TRUE
010800     END-MULTIPLY.
010810     IF DL240-EN-IS-OVERFLOW(DL240-WS-ENT-IDX)
010820         ADD 1 TO DL240-WS-SKIPPED-COUNT
010830         IF DL240-WS-RETURN-CODE < 0004
010840             MOVE 0004 TO DL240-WS-RETURN-CODE
010850         END-IF
010860         GO TO 5100-NEXT.
010870     MOVE DL240-WS-NEW-AMT
010880         TO DL240-WS-EN-NEW-AMT(DL240-WS-ENT-IDX).
010890     COMPUTE DL240-WS-EN-GL-ADJ(DL240-WS-ENT-IDX)
010900         = DL240-WS-NEW-AMT
010910         - DL240-WS-EN-GL-NET(DL240-WS-ENT-IDX).
010920*    A LEDGER THAT DID NOT CARRY THE SETTLED AMOUNT IS STILL
010930*    BROUGHT TO THE NEW FIGURE, BUT THE DATE IS MARKED SO
010940*    SOMEONE FINDS OUT WHY THE TWO HAD DRIFTED.
010950     IF DL240-WS-EN-GL-NET(DL240-WS-ENT-IDX)
010960         NOT = DL240-WS-EN-SETL-AMT(DL240-WS-ENT-IDX)
010970         SET DL240-EN-IS-LEDGER-DIFF(DL240-WS-ENT-IDX) TO TRUE
010980         ADD 1 TO DL240-WS-DIFF-COUNT
010990         IF DL240-WS-RETURN-CODE < 0004
011000             MOVE 0004 TO DL240-WS-RETURN-CODE
011010         END-IF
011020     ELSE
011030         SET DL240-EN-IS-RERATED(DL240-WS-ENT-IDX) TO TRUE
011040     END-IF.
011050     ADD 1 TO DL240-WS-RERATED-COUNT.
011060     IF DL240-WS-EN-GL-ADJ(DL240-WS-ENT-IDX) NOT = ZERO
011070         PERFORM 6000-WRITE-ADJUSTMENT THRU 6000-EXIT
011080     END-IF.
011090     IF DL240-WS-NEW-AMT
011100         NOT = DL240-WS-EN-SETL-AMT(DL240-WS-ENT-IDX)
011110         MOVE DL240-WS-EN-DATE(DL240-WS-ENT-IDX)
011120             TO DL240-WS-SRCH-DATE
011130         PERFORM 2400-FIND-DATE THRU 2400-EXIT
011140         IF DL240-WS-DATE-FOUND > ZERO
011150             SET DL240-DT-IS-AFFECTED(DL240-WS-DATE-FOUND)
011160                 TO TRUE
011170         END-IF
011180     END-IF.
011190 5100-NEXT.
011200     ADD 1 TO DL240-WS-ENT-IDX.
011210 5100-EXIT.
011220     EXIT.
011230
011240***************************************************************
011250*  5200-FIND-MAP-ENTRY  --  LOOK UP THE CURRENT ENTRY'S
011260*                           BRANCH IN THE ACCOUNT MAPPING
011270*                           TABLE.  ZERO MEANS NO MAP ROW.
011280***************************************************************
011290 5200-FIND-MAP-ENTRY.
011300     MOVE ZERO TO DL240-WS-MAP-FOUND.
011310     MOVE 1 TO DL240-WS-MAP-IDX.
011320     PERFORM 5210-TEST-MAP-ENTRY THRU 5210-EXIT
011330         UNTIL DL240-WS-MAP-FOUND > ZERO
011340         OR DL240-WS-MAP-IDX > DL240-WS-MAP-USED.
011350 5200-EXIT.
011360     EXIT.
011370
011380 5210-TEST-MAP-ENTRY.
011390     IF DL240-WS-MP-BRANCH(DL240-WS-MAP-IDX)
011400         = DL240-WS-EN-BRANCH(DL240-WS-ENT-IDX)
011410         MOVE DL240-WS-MAP-IDX TO DL240-WS-MAP-FOUND
011420     ELSE
011430         ADD 1 TO DL240-WS-MAP-IDX
011440     END-IF.
011450 5210-EXIT.
011460     EXIT.
011470
011480***************************************************************
011490*  6000-WRITE-ADJUSTMENT  --  ONE BALANCED ADJUSTMENT PAIR FOR
011500*                             ONE BRANCH/DATE, FLAGGED "A",
011510*                             DEBIT-ACCOUNT SIDE FIRST: AN
011520*                             INCREASE DEBITS THE BRANCH'S
011530*                             DEBIT ACCOUNT AND CREDITS ITS
011540*                             CREDIT ACCOUNT, A DECREASE THE
011550*                             OTHER WAY ROUND.  AN UNMAPPED
011560*                             BRANCH ADJUSTS SUSPENSE, AS ITS
011570*                             NIGHTLY POSTING DID.  THE GLH
011580*                             HEADER GOES OUT AHEAD OF THE
011590*                             FIRST PAIR ONLY.
011600***************************************************************
011610 6000-WRITE-ADJUSTMENT.
011620     IF DL240-WS-ADJ-STATUS NOT = "00"
011630         GO TO 6000-EXIT.
011640     IF NOT DL240-ADJ-HDR-WRITTEN
011650         MOVE SPACES TO DL240-ADJ-RECORD
011660         MOVE "GLH" TO DL240-ADJ-RECORD-TYPE
011670         MOVE DL240-WS-RUN-DATE-N TO DL240-ADJ-POST-DATE
011680         WRITE DL240-ADJ-RECORD
011690         MOVE "Y" TO DL240-WS-HDR-WRIT-SW
011700     END-IF.
011710     PERFORM 5200-FIND-MAP-ENTRY THRU 5200-EXIT.
011720     MOVE SPACES TO DL240-ADJ-RECORD.
011730     IF DL240-WS-EN-GL-ADJ(DL240-WS-ENT-IDX) > ZERO
011740         MOVE DL240-WS-EN-GL-ADJ(DL240-WS-ENT-IDX)
011750             TO DL240-WS-ADJ-AMT
011760         MOVE "D" TO DL240-ADJ-DC-FLAG
011770     ELSE
011780         COMPUTE DL240-WS-ADJ-AMT
011790             = ZERO - DL240-WS-EN-GL-ADJ(DL240-WS-ENT-IDX)
011800         MOVE "C" TO DL240-ADJ-DC-FLAG
011810     END-IF.
011820     IF DL240-WS-MAP-FOUND > ZERO
011830         MOVE DL240-WS-MP-DR-ACCT(DL240-WS-MAP-FOUND)
011840             TO DL240-ADJ-ACCOUNT
011850     ELSE
011860         MOVE DL240-WS-SUSP-ACCOUNT TO DL240-ADJ-ACCOUNT
011870     END-IF.
011880     PERFORM 6100-WRITE-ADJ-RECORD THRU 6100-EXIT.
011890     IF DL240-WS-EN-GL-ADJ(DL240-WS-ENT-IDX) > ZERO
011900         MOVE "C" TO DL240-ADJ-DC-FLAG
011910     ELSE
011920         MOVE "D" TO DL240-ADJ-DC-FLAG
011930     END-IF.
011940     IF DL240-WS-MAP-FOUND > ZERO
011950         MOVE DL240-WS-MP-CR-ACCT(DL240-WS-MAP-FOUND)
011960             TO DL240-ADJ-ACCOUNT
011970     ELSE
011980         MOVE DL240-WS-SUSP-ACCOUNT TO DL240-ADJ-ACCOUNT
011990     END-IF.
012000     PERFORM 6100-WRITE-ADJ-RECORD THRU 6100-EXIT.
012010 6000-EXIT.
012020     EXIT.
012030
012040***************************************************************
012050*  6100-WRITE-ADJ-RECORD  --  FINISH AND WRITE ONE ADJUSTMENT
012060*                             RECORD: THE AMOUNT, BRANCH,
012070*                             BUSINESS DATE, "A" FLAG, AND
012080*                             THE RATE ROW APPLIED GO ON
012090*                             EVERY ONE, AND THE AMOUNT
012100*                             ROLLS INTO THE TRAILER HASH.
012110*                             THE CALLER SETS THE DC FLAG AND
012120*                             ACCOUNT FIRST.
012130***************************************************************
012140 6100-WRITE-ADJ-RECORD.
012150     MOVE "GLD" TO DL240-ADJ-RECORD-TYPE.
012160     MOVE DL240-WS-ADJ-AMT TO DL240-ADJ-AMOUNT.
012170     MOVE DL240-WS-EN-BRANCH(DL240-WS-ENT-IDX)
012180         TO DL240-ADJ-BRANCH.
012190     MOVE DL240-WS-EN-DATE(DL240-WS-ENT-IDX)
012200         TO DL240-ADJ-BUS-DATE.
012210     MOVE "A" TO DL240-ADJ-ADJ-FLAG.
012220     MOVE DL240-WS-EN-NEW-EFF(DL240-WS-ENT-IDX)
012230         TO DL240-ADJ-RATE-EFF.
012240     MOVE DL240-WS-EN-NEW-RATE(DL240-WS-ENT-IDX)
012250         TO DL240-ADJ-RATE.
012260     WRITE DL240-ADJ-RECORD.
012270     ADD 1 TO DL240-WS-ADJ-REC-COUNT.
012280     ADD DL240-WS-ADJ-AMT TO DL240-WS-ADJ-HASH-TOTAL.
012290     MOVE SPACES TO DL240-ADJ-RECORD.
012300 6100-EXIT.
012310     EXIT.
012320
012330***************************************************************
012340*  6500-WRITE-SETTLE-SETS  --  READ THE EXTRACT AGAIN AND
012350*                              COPY THE LAST SET OF EVERY
012360*                              RE-RATED DATE TO SETLADJ, WITH
012370*                              THE RE-RATED BRANCHES' AMOUNTS
012380*                              REPLACED AND A FRESH TRAILER.
012390*                              APPENDED TO SETLXTR IT BECOMES
012400*                              THE SET SETTLEMENT ACTS ON.
012410***************************************************************
012420 6500-WRITE-SETTLE-SETS.
012430     IF DL240-WS-SAJ-STATUS NOT = "00"
012440         GO TO 6500-EXIT.
012450     MOVE "N" TO DL240-WS-EXT-EOF-SW.
012460     OPEN INPUT DL240-EXT-FILE.
012470     IF DL240-WS-EXT-STATUS NOT = "00"
012480         DISPLAY "RERATE: UNABLE TO REOPEN SETLXTR, STATUS = "
012490             DL240-WS-EXT-STATUS
012500         MOVE 0016 TO DL240-WS-RETURN-CODE
012510         GO TO 6500-EXIT.
012520     PERFORM 6600-COPY-EXT-ROW THRU 6600-EXIT
012530         UNTIL DL240-EXT-EOF.
012540     CLOSE DL240-EXT-FILE.
012550     IF DL240-COPYING-SET
012560         PERFORM 6700-CLOSE-SETTLE-SET THRU 6700-EXIT
012570     END-IF.
012580 6500-EXIT.
012590     EXIT.
012600
012610***************************************************************
012620*  6600-COPY-EXT-ROW  --  AN EXH STARTS COPYING WHEN IT OPENS
012630*                         THE LAST SET OF A RE-RATED DATE;
012640*                         WHILE COPYING, EACH EXB GOES OUT
012650*                         WITH ITS NEW AMOUNT AND THE EXT IS
012660*                         REBUILT FROM THE ROWS WRITTEN.
012670***************************************************************
012680 6600-COPY-EXT-ROW.
012690     READ DL240-EXT-FILE
012700         AT END
012710             SET DL240-EXT-EOF TO TRUE
012720             GO TO 6600-EXIT
012730     END-READ.
012740     IF DL100-EXT-IS-HDR
012750         IF DL240-COPYING-SET
012760             PERFORM 6700-CLOSE-SETTLE-SET THRU 6700-EXIT
012770         END-IF
012780         PERFORM 6650-TEST-SET-START THRU 6650-EXIT
012790         GO TO 6600-EXIT.
012800     IF NOT DL240-COPYING-SET
012810         GO TO 6600-EXIT.
012820     IF DL100-EXT-IS-TRL
012830         PERFORM 6700-CLOSE-SETTLE-SET THRU 6700-EXIT
012840         GO TO 6600-EXIT.
012850     IF NOT DL100-EXT-IS-BRN
012860         GO TO 6600-EXIT.
012870     MOVE DL100-EXT-RECORD TO DL240-SAJ-RECORD.
012880     IF DL100-EXT-BRANCH NUMERIC
012890         MOVE DL100-EXT-BRANCH TO DL240-WS-SRCH-BRANCH
012900         MOVE DL100-EXT-RUN-DATE TO DL240-WS-SRCH-DATE
012910         PERFORM 2500-FIND-ENTRY THRU 2500-EXIT
012920         IF DL240-WS-ENT-FOUND > ZERO
012930             IF DL240-EN-IS-RERATED(DL240-WS-ENT-FOUND)
012940                 OR DL240-EN-IS-LEDGER-DIFF(DL240-WS-ENT-FOUND)
012950                 MOVE DL240-WS-EN-NEW-AMT(DL240-WS-ENT-FOUND)
012960                     TO DL240-SAJ-AMOUNT
012970             END-IF
012980         END-IF
012990     END-IF.
013000     WRITE DL240-SAJ-RECORD.
013010     ADD 1 TO DL240-WS-SAJ-BRN-COUNT.
013020     IF DL240-SAJ-AMOUNT NUMERIC
013030         ADD DL240-SAJ-AMOUNT TO DL240-WS-SAJ-HASH
013040     END-IF.
013050 6600-EXIT.
013060     EXIT.
013070
013080***************************************************************
013090*  6650-TEST-SET-START  --  IS THIS EXH THE LAST SET FOR A
013100*                           RE-RATED DATE?  IF SO COPY IT OUT
013110*                           AND START COPYING THE SET.
013120***************************************************************
013130 6650-TEST-SET-START.
013140     IF DL100-EXT-HDR-DATE NOT NUMERIC
013150         GO TO 6650-EXIT.
013160     MOVE DL100-EXT-HDR-DATE TO DL240-WS-SRCH-DATE.
013170     PERFORM 2400-FIND-DATE THRU 2400-EXIT.
013180     IF DL240-WS-DATE-FOUND = ZERO
013190         GO TO 6650-EXIT.
013200     IF NOT DL240-DT-IS-AFFECTED(DL240-WS-DATE-FOUND)
013210         GO TO 6650-EXIT.
013220     ADD 1 TO DL240-WS-DT-SEEN(DL240-WS-DATE-FOUND).
013230     IF DL240-WS-DT-SEEN(DL240-WS-DATE-FOUND)
013240         NOT = DL240-WS-DT-SETS(DL240-WS-DATE-FOUND)
013250         GO TO 6650-EXIT.
013260     MOVE DL100-EXT-RECORD TO DL240-SAJ-RECORD.
013270     WRITE DL240-SAJ-RECORD.
013280     MOVE ZERO TO DL240-WS-SAJ-BRN-COUNT.
013290     MOVE ZERO TO DL240-WS-SAJ-HASH.
013300     MOVE DL240-WS-SRCH-DATE TO DL240-WS-SET-DATE.
013310     MOVE "Y" TO DL240-WS-COPY-SW.
013320 6650-EXIT.
013330     EXIT.
013340
013350***************************************************************
013360*  6700-CLOSE-SETTLE-SET  --  THE EXT TRAILER FOR THE SET
013370*                             BEING COPIED, WITH THE ROW COUNT
013380*                             AND HASH OF WHAT WAS WRITTEN.
013390***************************************************************
013400 6700-CLOSE-SETTLE-SET.
013410     MOVE SPACES TO DL240-SAJ-RECORD.
013420     MOVE "EXT" TO DL240-SAJ-RECORD-TYPE.
013430     MOVE DL240-WS-SET-DATE TO DL240-SAJ-TRL-DATE.
013440     MOVE DL240-WS-SAJ-BRN-COUNT TO DL240-SAJ-REC-COUNT.
013450     MOVE DL240-WS-SAJ-HASH TO DL240-SAJ-HASH-TOTAL.
013460     WRITE DL240-SAJ-RECORD.
013470     ADD 1 TO DL240-WS-SET-COUNT.
013480     MOVE "N" TO DL240-WS-COPY-SW.
013490 6700-EXIT.
013500     EXIT.
013510
013520***************************************************************
013530*  7000-PRINT-RERATING  --  ONE LINE PER BRANCH AND DATE
013540*                           CONSIDERED, IN BRANCH THEN DATE
013550*                           ORDER, WITH A NET ADJUSTMENT LINE
013560*                           CLOSING EACH BRANCH.
013570***************************************************************
013580 7000-PRINT-RERATING.
013590     MOVE "Y" TO DL240-WS-MORE-SW.
013600     PERFORM 7100-PRINT-NEXT-ENTRY THRU 7100-EXIT
013610         UNTIL NOT DL240-MORE-TO-PRINT.
013620     IF NOT DL240-FIRST-PRT-LINE
013630         PERFORM 7200-PRINT-BRANCH-TOTAL THRU 7200-EXIT
013640     END-IF.
013650 7000-EXIT.
013660     EXIT.
013670
013680***************************************************************
013690*  7100-PRINT-NEXT-ENTRY  --  PICK THE LOWEST BRANCH AND DATE
013700*                             NOT YET PRINTED AND PRINT IT.
013710***************************************************************
013720 7100-PRINT-NEXT-ENTRY.
013730     MOVE ZERO TO DL240-WS-MIN-IDX.
013740     MOVE 1 TO DL240-WS-ENT-IDX.
013750     PERFORM 7110-TEST-LOWEST THRU 7110-EXIT
013760         UNTIL DL240-WS-ENT-IDX > DL240-WS-ENT-USED.
013770     IF DL240-WS-MIN-IDX = ZERO
013780         MOVE "N" TO DL240-WS-MORE-SW
013790         GO TO 7100-EXIT.
013800     IF NOT DL240-FIRST-PRT-LINE
013810         AND DL240-WS-EN-BRANCH(DL240-WS-MIN-IDX)
013820             NOT = DL240-WS-PRT-BRANCH
013830         PERFORM 7200-PRINT-BRANCH-TOTAL THRU 7200-EXIT
013840     END-IF.
013850     IF DL240-FIRST-PRT-LINE
013860         OR DL240-WS-EN-BRANCH(DL240-WS-MIN-IDX)
013870             NOT = DL240-WS-PRT-BRANCH
013880         MOVE DL240-WS-EN-BRANCH(DL240-WS-MIN-IDX)
013890             TO DL240-WS-PRT-BRANCH
013900         MOVE ZERO TO DL240-WS-BR-ADJ-TOTAL
013910     END-IF.
013920     MOVE "N" TO DL240-WS-FIRST-PRT-SW.
013930     MOVE "Y" TO DL240-WS-EN-PRINTED-SW(DL240-WS-MIN-IDX).
013940     MOVE DL240-WS-EN-BRANCH(DL240-WS-MIN-IDX)
013950         TO DL240-DL-BRANCH.
013960     MOVE DL240-WS-EN-DATE(DL240-WS-MIN-IDX) TO DL240-DL-DATE.
013970     MOVE DL240-WS-EN-OLD-RATE(DL240-WS-MIN-IDX)
013980         TO DL240-DL-OLD-RATE.
013990     MOVE DL240-WS-EN-NEW-RATE(DL240-WS-MIN-IDX)
014000         TO DL240-DL-NEW-RATE.
014010     MOVE DL240-WS-EN-SETL-AMT(DL240-WS-MIN-IDX)
014020         TO DL240-DL-SETTLED.
014030     MOVE DL240-WS-EN-NEW-AMT(DL240-WS-MIN-IDX)
014040         TO DL240-DL-NEW-AMT.
014050     MOVE DL240-WS-EN-GL-ADJ(DL240-WS-MIN-IDX)
014060         TO DL240-DL-GL-ADJ.
014070     ADD DL240-WS-EN-GL-ADJ(DL240-WS-MIN-IDX)
014080         TO DL240-WS-BR-ADJ-TOTAL.
014090     EVALUATE TRUE
014100         WHEN DL240-EN-IS-RERATED(DL240-WS-MIN-IDX)
014110             MOVE "RE-RATED    " TO DL240-DL-STATUS
014120         WHEN DL240-EN-IS-LEDGER-DIFF(DL240-WS-MIN-IDX)
014130             MOVE "LEDGER DIFF " TO DL240-DL-STATUS
014140         WHEN DL240-EN-IS-INEXACT(DL240-WS-MIN-IDX)
014150             MOVE "INEXACT VOL " TO DL240-DL-STATUS
014160         WHEN DL240-EN-IS-DONE-BEFORE(DL240-WS-MIN-IDX)
014170             MOVE "DONE BEFORE " TO DL240-DL-STATUS
014180         WHEN DL240-EN-IS-NO-VOLUME(DL240-WS-MIN-IDX)
014190             MOVE "NO VOLUME   " TO DL240-DL-STATUS
014200         WHEN OTHER
014210             MOVE "OVERFLOW    " TO DL240-DL-STATUS
014220     END-EVALUATE.
014230     MOVE DL240-WS-DET-LINE TO DL240-RPT-RECORD.
014240     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
014250 7100-EXIT.
014260     EXIT.
014270
014280 7110-TEST-LOWEST.
014290     IF NOT DL240-EN-IS-STALE(DL240-WS-ENT-IDX)
014300         AND NOT DL240-EN-IS-PRINTED(DL240-WS-ENT-IDX)
014310         IF DL240-WS-MIN-IDX = ZERO
014320             MOVE DL240-WS-ENT-IDX TO DL240-WS-MIN-IDX
014330         ELSE
014340             IF DL240-WS-EN-BRANCH(DL240-WS-ENT-IDX)
014350                 < DL240-WS-EN-BRANCH(DL240-WS-MIN-IDX)
014360                 OR (DL240-WS-EN-BRANCH(DL240-WS-ENT-IDX)
014370                     = DL240-WS-EN-BRANCH(DL240-WS-MIN-IDX)
014380                 AND DL240-WS-EN-DATE(DL240-WS-ENT-IDX)
014390                     < DL240-WS-EN-DATE(DL240-WS-MIN-IDX))
014400                 MOVE DL240-WS-ENT-IDX TO DL240-WS-MIN-IDX
014410             END-IF
014420         END-IF
014430     END-IF.
014440     ADD 1 TO DL240-WS-ENT-IDX.
014450 7110-EXIT.
014460     EXIT.
014470
014480 7200-PRINT-BRANCH-TOTAL.
014490     MOVE DL240-WS-PRT-BRANCH TO DL240-BRT-BRANCH.
014500     MOVE DL240-WS-BR-ADJ-TOTAL TO DL240-BRT-TOTAL.
014510     MOVE DL240-WS-BRT-LINE TO DL240-RPT-RECORD.
014520     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
014530 7200-EXIT.
014540     EXIT.
014550
014560 8100-WRITE-RPT-LINE.
014570     IF DL240-WS-RPT-STATUS = "00"
014580         WRITE DL240-RPT-RECORD
014590     END-IF.
014600 8100-EXIT.
014610     EXIT.
014620
014630***************************************************************
014640*  9000-TERMINATE  --  PRINT THE SUMMARY, CLOSE THE FILES, AND
014650*                      REPORT THE CONDITION CODE.
014660***************************************************************
014670 9000-TERMINATE.
014680     MOVE "RATE ROWS CHANGED:        " TO DL240-SL-LABEL.
014690     MOVE DL240-WS-CHANGED-COUNT TO DL240-SL-COUNT.
014700     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
014710     MOVE "EXTRACT ROWS EXAMINED:    " TO DL240-SL-LABEL.
014720     MOVE DL240-WS-EXB-READ-COUNT TO DL240-SL-COUNT.
014730     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
014740     MOVE "GL RECORDS READ:          " TO DL240-SL-LABEL.
014750     MOVE DL240-WS-GL-READ-COUNT TO DL240-SL-COUNT.
014760     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
014770     MOVE "BRANCH HISTORY ROWS READ: " TO DL240-SL-LABEL.
014780     MOVE DL240-WS-BHS-READ-COUNT TO DL240-SL-COUNT.
014790     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
014800     MOVE "BRANCH-DATES RE-RATED:    " TO DL240-SL-LABEL.
014810     MOVE DL240-WS-RERATED-COUNT TO DL240-SL-COUNT.
014820     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
014830     MOVE "  WITH LEDGER DIFFERENCE: " TO DL240-SL-LABEL.
014840     MOVE DL240-WS-DIFF-COUNT TO DL240-SL-COUNT.
014850     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
014860     MOVE "BRANCH-DATES NOT RE-RATED:" TO DL240-SL-LABEL.
014870     MOVE DL240-WS-SKIPPED-COUNT TO DL240-SL-COUNT.
014880     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
014890     MOVE "ALREADY RE-RATED BEFORE:  " TO DL240-SL-LABEL.
014900     MOVE DL240-WS-ALREADY-COUNT TO DL240-SL-COUNT.
014910     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
014920     MOVE "ADJUSTMENT RECORDS:       " TO DL240-SL-LABEL.
014930     MOVE DL240-WS-ADJ-REC-COUNT TO DL240-SL-COUNT.
014940     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
014950     MOVE "SETTLEMENT SETS WRITTEN:  " TO DL240-SL-LABEL.
014960     MOVE DL240-WS-SET-COUNT TO DL240-SL-COUNT.
014970     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
014980     IF DL240-WS-ADJ-STATUS = "00"
014990         CLOSE DL240-ADJ-FILE
015000     END-IF.
015010     IF DL240-WS-SAJ-STATUS = "00"
015020         CLOSE DL240-SAJ-FILE
015030     END-IF.
015040     IF DL240-WS-RPT-STATUS = "00"
015050         CLOSE DL240-RPT-FILE
015060     END-IF.
015070     DISPLAY "RERATE: RETURN CODE " DL240-WS-RETURN-CODE.
015080 9000-EXIT.
015090     EXIT.
015100
015110 9100-PRINT-SUM-LINE.
015120     MOVE DL240-WS-SUM-LINE TO DL240-RPT-RECORD.
015130     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
015140 9100-EXIT.
015150     EXIT.
