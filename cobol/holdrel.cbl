000010***************************************************************
000020*  HOLDREL.CBL
000030*
000040*  HELD ITEM RELEASE.  THE NIGHTLY RUN HOLDS A BRANCH'S
000050*  DETAILS ON THE HELD-ITEMS FILE (HELDDD) INSTEAD OF
000060*  POSTING THEM WHEN THE BRANCH IS NAMED ON A HOLD CARD OR
000070*  ITS BATCH REJECT RATE REACHES THE THRESHOLD.  ONCE THE
000080*  BRANCH'S FEED HAS BEEN LOOKED AT, THIS RUN CLEARS THEM:
000090*
000100*      - A RELEASE CARD POSTS EVERY ITEM STILL HELD FOR ITS
000110*        BUSINESS DATE AND BRANCH, FOR THAT ORIGINAL DATE:
000120*        ONE BALANCED GL PAIR PER BRANCH AND DATE (FLAG
000130*        "H"), DEBIT-ACCOUNT SIDE FIRST, ON THE GLRELEAS
000140*        FILE WITH ITS OWN GLH HEADER AND HASH-TOTAL GLT
000150*        TRAILER FOR THE LOAD;
000160*      - A REPLACEMENT SETTLEMENT SET FOR EACH RELEASED DATE
000170*        GOES TO SETLREL FOR APPENDING TO SETLXTR: THE LAST
000180*        SET ON FILE FOR THE DATE (THE ONE SETTLEMENT ACTS
000190*        ON) WITH THE RELEASED AMOUNTS ADDED TO THEIR
000200*        BRANCHES' ROWS, A ROW ADDED FOR A BRANCH THE SET
000210*        DOES NOT CARRY, AND A FRESH TRAILER.  A DATE WITH
000220*        NO SET LEFT ON SETLXTR GETS A SET OF ITS RELEASED
000230*        BRANCHES ONLY;
000240*      - EACH RELEASED BRANCH AND DATE GETS A FRESH BRANCH
000250*        HISTORY ROW ON BHSREL FOR APPENDING TO BRNHIST: THE
000260*        DATE'S LAST ROW (VOLUME, ITEMS, REJECTS AND FLAGS
000270*        AS THE NIGHT LEFT THEM) WITH THE SETTLED AMOUNT
000280*        TAKEN FROM THE BRANCH'S ROW IN THE RELEASED SET.
000290*        THE NIGHT'S ROW LEFT THE HELD ITEMS OUT OF SETTLED;
000300*        THE LAST ROW FOR A DATE AND BRANCH IS THE ONE THE
000310*        READERS OF BRNHIST TAKE.  A BRANCH WITH NO ROW ON
000320*        BRNHIST FOR THE DATE GETS NONE;
000330*      - A DROP CARD WRITES THE ITEMS OFF WITH THE REASON
000340*        GIVEN - NOTHING IS POSTED OR SETTLED FOR THEM;
000350*      - EVERY ITEM CLEARED IS STAMPED ON HELDDD WITH ITS
000360*        OUTCOME, THE DATE, THE USER, AND THE REASON.  THE
000370*        ROWS ARE MARKED ONLY AFTER THE POSTINGS ARE
000380*        WRITTEN, SO A FAILED RUN LEAVES THEM HELD.
000390*
000400*  THE RELEASE REPORT (RELRPT) LISTS EACH CARD WITH THE
000410*  ITEMS AND AMOUNT IT CLEARED.
000420*
000430*  PARM (COLUMNS):
000440*
000450*      1-8   USER ID OF THE PERSON RELEASING (REQUIRED WHEN
000460*            THERE ARE CARDS)
000470*
000480*  RELEASE CARDS (RELCRDS), ONE PER BUSINESS DATE AND BRANCH:
000490*
000500*      COL   1     ACTION - "R" RELEASE, "D" DROP
000510*      COLS  2-9   BUSINESS DATE THE ITEMS WERE HELD FOR
000520*      COLS 10-12  BRANCH
000530*      COLS 13-32  REASON (REQUIRED TO DROP)
000540*
000550*  ENDS 0000 WHEN EVERY CARD CLEARED HELD ITEMS, 0004 WHEN A
000560*  CARD WAS IN ERROR OR FOUND NOTHING HELD, 0016 ON A BAD
000570*  PARM OR A FILE FAILURE.  A BRNHIST THAT WILL NOT OPEN
000580*  ENDS THE RUN 0004 WITH NO BRANCH HISTORY ROWS WRITTEN.
000590*
000600*  MODIFICATION HISTORY
000610*  --------------------
000620*  DATE       INIT  DESCRIPTION
000630*  ---------- ----  ------------------------------------------
000640*  2026-10-15 DLP   INITIAL VERSION - A BRANCH WITH A BAD FEED
000650*                   CAN NOW BE HELD OUT OF THE NIGHT'S
000660*                   POSTINGS AND CLEARED HERE ONCE IT HAS
000670*                   BEEN CHECKED.
000680*  2026-10-15 DLP   WRITE A CORRECTED BRANCH HISTORY ROW FOR
000690*                   EACH RELEASED BRANCH AND DATE (BHSREL).
000700***************************************************************
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. HOLDREL.
000730 AUTHOR. D. L. PRICE.
000740 INSTALLATION. DATA PROCESSING.
000750 DATE-WRITTEN. 2026-10-15.
000760 DATE-COMPILED.
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER. IBM-370.
000800 OBJECT-COMPUTER. IBM-370.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT DL290-HLD-FILE ASSIGN TO "HELDDD"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS DL100-HLD-KEY
000870         FILE STATUS IS DL290-WS-HLD-STATUS.
000880     SELECT DL290-CRD-FILE ASSIGN TO "RELCRDS"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS DL290-WS-CRD-STATUS.
000910     SELECT DL290-EXT-FILE ASSIGN TO "SETLXTR"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS DL290-WS-EXT-STATUS.
000940     SELECT DL290-MAP-FILE ASSIGN TO "ACCTMAP"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS DL290-WS-MAP-STATUS.
000970     SELECT DL290-REL-FILE ASSIGN TO "GLRELEAS"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS DL290-WS-REL-STATUS.
001000     SELECT DL290-SRL-FILE ASSIGN TO "SETLREL"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS DL290-WS-SRL-STATUS.
001030     SELECT DL290-RPT-FILE ASSIGN TO "RELRPT"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS DL290-WS-RPT-STATUS.
001060     SELECT DL290-BHS-FILE ASSIGN TO "BRNHIST"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS DL290-WS-BHS-STATUS.
001090     SELECT DL290-BHR-FILE ASSIGN TO "BHSREL"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS DL290-WS-BHR-STATUS.
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  DL290-HLD-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 120 CHARACTERS.
001170     COPY DLHLDREC.
001180
001190 FD  DL290-CRD-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 80 CHARACTERS.
001220 01  DL290-CRD-RECORD.
001230     05  DL290-CRD-ACTION        PIC X(01).
001240         88  DL290-CRD-IS-RELEASE        VALUE "R".
001250         88  DL290-CRD-IS-DROP           VALUE "D".
001260     05  DL290-CRD-BUS-DATE      PIC X(08).
001270     05  DL290-CRD-BRANCH        PIC X(03).
001280     05  DL290-CRD-REASON        PIC X(20).
001290     05  FILLER                  PIC X(48).
001300
001310 FD  DL290-EXT-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 32 CHARACTERS.
001340     COPY DLEXTREC.
001350
001360 FD  DL290-MAP-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 80 CHARACTERS.
001390 01  DL290-MAP-RECORD.
001400     05  DL290-MAP-BRANCH        PIC 9(03).
001410     05  DL290-MAP-DR-ACCOUNT    PIC X(10).
001420     05  DL290-MAP-CR-ACCOUNT    PIC X(10).
001430     05  FILLER                  PIC X(57).
001440
001450 FD  DL290-REL-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 80 CHARACTERS.
001480     COPY DLGLREC REPLACING LEADING ==DL100-GL==
001490         BY ==DL290-REL==.
001500
001510 FD  DL290-SRL-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 32 CHARACTERS.
001540     COPY DLEXTREC REPLACING LEADING ==DL100-EXT==
001550         BY ==DL290-SRL==.
001560
001570 FD  DL290-RPT-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 80 CHARACTERS.
001600 01  DL290-RPT-RECORD            PIC X(80).
001610
001620 FD  DL290-BHS-FILE
001630     LABEL RECORDS ARE STANDARD
001640     RECORD CONTAINS 80 CHARACTERS.
001650     COPY DLBHSREC.
001660
001670 FD  DL290-BHR-FILE
001680     LABEL RECORDS ARE STANDARD
001690     RECORD CONTAINS 80 CHARACTERS.
001700     COPY DLBHSREC REPLACING LEADING ==DL100-BHS==
001710         BY ==DL290-BHR==.
001720 WORKING-STORAGE SECTION.
001730 77  DL290-WS-HLD-STATUS         PIC X(02)  VALUE SPACES.
001740 77  DL290-WS-CRD-STATUS         PIC X(02)  VALUE SPACES.
001750 77  DL290-WS-EXT-STATUS         PIC X(02)  VALUE SPACES.
001760 77  DL290-WS-MAP-STATUS         PIC X(02)  VALUE SPACES.
001770 77  DL290-WS-REL-STATUS         PIC X(02)  VALUE SPACES.
001780 77  DL290-WS-SRL-STATUS         PIC X(02)  VALUE SPACES.
001790 77  DL290-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
001800 77  DL290-WS-BHS-STATUS         PIC X(02)  VALUE SPACES.
001810 77  DL290-WS-BHR-STATUS         PIC X(02)  VALUE SPACES.
001820 77  DL290-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001830 77  DL290-WS-SUSP-ACCOUNT       PIC X(10)
001840                                 VALUE "9999999999".
001850 77  DL290-WS-USER               PIC X(08)  VALUE SPACES.
001860 77  DL290-WS-CARD-COUNT         PIC 9(05)  VALUE ZERO.
001870 77  DL290-WS-ERROR-COUNT        PIC 9(05)  VALUE ZERO.
001880 77  DL290-WS-NIL-COUNT          PIC 9(05)  VALUE ZERO.
001890 77  DL290-WS-HELD-READ-COUNT    PIC 9(07)  VALUE ZERO.
001900 77  DL290-WS-REL-ITEMS          PIC 9(07)  VALUE ZERO.
001910 77  DL290-WS-REL-AMOUNT         PIC 9(11)  VALUE ZERO.
001920 77  DL290-WS-DROP-ITEMS         PIC 9(07)  VALUE ZERO.
001930 77  DL290-WS-DROP-AMOUNT        PIC 9(11)  VALUE ZERO.
001940 77  DL290-WS-MARKED-COUNT       PIC 9(07)  VALUE ZERO.
001950 77  DL290-WS-GL-REC-COUNT       PIC 9(07)  VALUE ZERO.
001960 77  DL290-WS-GL-HASH-TOTAL      PIC 9(11)  VALUE ZERO.
001970 77  DL290-WS-SET-COUNT          PIC 9(05)  VALUE ZERO.
001980 77  DL290-WS-SRL-BRN-COUNT      PIC 9(03)  VALUE ZERO.
001990 77  DL290-WS-SRL-HASH           PIC 9(11)  VALUE ZERO.
002000 77  DL290-WS-BHS-READ-COUNT     PIC 9(07)  VALUE ZERO.
002010 77  DL290-WS-BHR-COUNT          PIC 9(05)  VALUE ZERO.
002020 77  DL290-WS-CARD-USED          PIC 9(03)  COMP VALUE ZERO.
002030 77  DL290-WS-CARD-IDX           PIC 9(03)  COMP VALUE ZERO.
002040 77  DL290-WS-CARD-FOUND         PIC 9(03)  COMP VALUE ZERO.
002050 77  DL290-WS-SCAN-IDX           PIC 9(03)  COMP VALUE ZERO.
002060 77  DL290-WS-REL-USED           PIC 9(03)  COMP VALUE ZERO.
002070 77  DL290-WS-REL-IDX            PIC 9(03)  COMP VALUE ZERO.
002080 77  DL290-WS-REL-FOUND          PIC 9(03)  COMP VALUE ZERO.
002090 77  DL290-WS-DATE-USED          PIC 9(03)  COMP VALUE ZERO.
002100 77  DL290-WS-DATE-IDX           PIC 9(03)  COMP VALUE ZERO.
002110 77  DL290-WS-DATE-FOUND         PIC 9(03)  COMP VALUE ZERO.
002120 77  DL290-WS-MAP-USED           PIC 9(03)  COMP VALUE ZERO.
002130 77  DL290-WS-MAP-IDX            PIC 9(03)  COMP VALUE ZERO.
002140 77  DL290-WS-MAP-FOUND          PIC 9(03)  COMP VALUE ZERO.
002150 77  DL290-WS-SRCH-BRANCH        PIC 9(03)  VALUE ZERO.
002160 77  DL290-WS-SRCH-DATE          PIC 9(08)  VALUE ZERO.
002170 77  DL290-WS-SET-DATE           PIC 9(08)  VALUE ZERO.
002180 77  DL290-WS-POST-AMT           PIC 9(09)  VALUE ZERO.
002190 01  DL290-WS-SWITCHES.
002200     05  DL290-WS-CRD-EOF-SW     PIC X(01)  VALUE "N".
002210         88  DL290-EOF-CARDS                VALUE "Y".
002220     05  DL290-WS-HLD-EOF-SW     PIC X(01)  VALUE "N".
002230         88  DL290-EOF-HELD                 VALUE "Y".
002240     05  DL290-WS-EXT-EOF-SW     PIC X(01)  VALUE "N".
002250         88  DL290-EXT-EOF                  VALUE "Y".
002260     05  DL290-WS-MAP-EOF-SW     PIC X(01)  VALUE "N".
002270         88  DL290-MAP-EOF                  VALUE "Y".
002280     05  DL290-WS-HDR-WRIT-SW    PIC X(01)  VALUE "N".
002290         88  DL290-REL-HDR-WRITTEN          VALUE "Y".
002300     05  DL290-WS-COPY-SW        PIC X(01)  VALUE "N".
002310         88  DL290-COPYING-SET              VALUE "Y".
002320     05  DL290-WS-BHS-EOF-SW     PIC X(01)  VALUE "N".
002330         88  DL290-BHS-EOF                  VALUE "Y".
002340 01  DL290-WS-RUN-DATE.
002350     05  DL290-WS-RUN-CCYY       PIC 9(04).
002360     05  DL290-WS-RUN-MM         PIC 9(02).
002370     05  DL290-WS-RUN-DD         PIC 9(02).
002380 01  DL290-WS-RUN-DATE-N REDEFINES DL290-WS-RUN-DATE
002390                                 PIC 9(08).
002400 01  DL290-WS-RUN-TIME           PIC 9(08)  VALUE ZERO.
002410***************************************************************
002420*  CARD TABLE - THE RELEASE AND DROP CARDS, WITH THE ITEMS
002430*  AND AMOUNT EACH ONE FOUND HELD.  A CARD IN ERROR STAYS IN
002440*  THE TABLE FOR THE REPORT BUT MATCHES NOTHING.
002450***************************************************************
002460 01  DL290-WS-CARD-TABLE.
002470     05  DL290-WS-CARD-ENTRY OCCURS 100 TIMES.
002480         10  DL290-WS-CD-ACTION  PIC X(01).
002490             88  DL290-CD-IS-RELEASE     VALUE "R".
002500             88  DL290-CD-IS-DROP        VALUE "D".
002510         10  DL290-WS-CD-DATE    PIC 9(08).
002520         10  DL290-WS-CD-BRANCH  PIC 9(03).
002530         10  DL290-WS-CD-REASON  PIC X(20).
002540         10  DL290-WS-CD-ITEMS   PIC 9(05).
002550         10  DL290-WS-CD-AMOUNT  PIC 9(11).
002560         10  DL290-WS-CD-ERROR   PIC X(12).
002570***************************************************************
002580*  RELEASE TABLE - ONE ENTRY PER BUSINESS DATE AND BRANCH
002590*  RELEASED: THE AMOUNT TO POST AND SETTLE, WHETHER THE
002600*  REPLACEMENT SET HAS TAKEN IT UP YET AND THE BRANCH'S
002610*  AMOUNT IN THAT SET, AND THE DATE'S LAST BRANCH HISTORY
002620*  ROW FOR THE BRANCH.
002630***************************************************************
002640 01  DL290-WS-REL-TABLE.
002650     05  DL290-WS-REL-ENTRY OCCURS 100 TIMES.
002660         10  DL290-WS-RL-DATE    PIC 9(08).
002670         10  DL290-WS-RL-BRANCH  PIC 9(03).
002680         10  DL290-WS-RL-AMOUNT  PIC 9(09).
002690         10  DL290-WS-RL-SET-SW  PIC X(01).
002700             88  DL290-RL-IN-SET         VALUE "Y".
002710         10  DL290-WS-RL-SETTLED PIC 9(09).
002720         10  DL290-WS-RL-HIST-SW PIC X(01).
002730             88  DL290-RL-HAS-HISTORY    VALUE "Y".
002740         10  DL290-WS-RL-DET-COUNT
002750                                 PIC 9(05).
002760         10  DL290-WS-RL-VOLUME  PIC 9(09).
002770         10  DL290-WS-RL-REJ-COUNT
002780                                 PIC 9(05).
002790         10  DL290-WS-RL-BAL-FLAG
002800                                 PIC X(01).
002810         10  DL290-WS-RL-OVR-FLAG
002820                                 PIC X(01).
002830***************************************************************
002840*  DATE TABLE - EVERY RELEASED BUSINESS DATE, WITH THE
002850*  NUMBER OF EXTRACT SETS ON FILE FOR IT (THE LAST ONE WINS)
002860*  AND HOW MANY HAVE BEEN PASSED ON THE COPYING READ.
002870***************************************************************
002880 01  DL290-WS-DATE-TABLE.
002890     05  DL290-WS-DATE-ENTRY OCCURS 100 TIMES.
002900         10  DL290-WS-DT-DATE    PIC 9(08).
002910         10  DL290-WS-DT-SETS    PIC 9(03).
002920         10  DL290-WS-DT-SEEN    PIC 9(03).
002930***************************************************************
002940*  ACCOUNT MAPPING TABLE - LOADED FROM THE CURRENT ACCTMAP,
002950*  THE SAME WAY THE NIGHTLY RUN LOADS IT.
002960***************************************************************
002970 01  DL290-WS-MAP-TABLE.
002980     05  DL290-WS-MAP-ENTRY OCCURS 50 TIMES.
002990         10  DL290-WS-MP-BRANCH  PIC 9(03).
003000         10  DL290-WS-MP-DR-ACCT PIC X(10).
003010         10  DL290-WS-MP-CR-ACCT PIC X(10).
003020***************************************************************
003030*  REPORT LINE LAYOUTS
003040***************************************************************
003050 01  DL290-WS-HDR-LINE.
003060     05  FILLER                  PIC X(29)
003070             VALUE "HELD ITEM RELEASE - AS AT    ".
003080     05  DL290-HL-CCYY           PIC 9(04).
003090     05  FILLER                  PIC X(01)  VALUE "-".
003100     05  DL290-HL-MM             PIC 9(02).
003110     05  FILLER                  PIC X(01)  VALUE "-".
003120     05  DL290-HL-DD             PIC 9(02).
003130     05  FILLER                  PIC X(08)  VALUE "  USER: ".
003140     05  DL290-HL-USER           PIC X(08).
003150     05  FILLER                  PIC X(25)  VALUE SPACES.
003160 01  DL290-WS-COL-LINE.
003170     05  FILLER                  PIC X(38)
003180             VALUE " ACTION  BUS DATE BRN ITEMS    AMOUNT ".
003190     05  FILLER                  PIC X(42)
003200             VALUE "USER     OUTCOME      REASON".
003210 01  DL290-WS-DET-LINE.
003220     05  FILLER                  PIC X(01)  VALUE SPACES.
003230     05  DL290-DL-ACTION         PIC X(07).
003240     05  FILLER                  PIC X(01)  VALUE SPACES.
003250     05  DL290-DL-DATE           PIC 9(08).
003260     05  FILLER                  PIC X(01)  VALUE SPACES.
003270     05  DL290-DL-BRANCH         PIC 9(03).
003280     05  FILLER                  PIC X(01)  VALUE SPACES.
003290     05  DL290-DL-ITEMS          PIC ZZZZ9.
003300     05  FILLER                  PIC X(01)  VALUE SPACES.
003310     05  DL290-DL-AMOUNT         PIC ZZZZZZZZ9.
003320     05  FILLER                  PIC X(01)  VALUE SPACES.
003330     05  DL290-DL-USER           PIC X(08).
003340     05  FILLER                  PIC X(01)  VALUE SPACES.
003350     05  DL290-DL-OUTCOME        PIC X(12).
003360     05  FILLER                  PIC X(01)  VALUE SPACES.
003370     05  DL290-DL-REASON         PIC X(20).
003380 01  DL290-WS-NIL-LINE.
003390     05  FILLER                  PIC X(40)
003400             VALUE "NO RELEASE CARDS - NOTHING RELEASED OR  ".
003410     05  FILLER                  PIC X(40)
003420             VALUE "DROPPED".
003430 01  DL290-WS-SUM-LINE.
003440     05  DL290-SL-LABEL          PIC X(26).
003450     05  DL290-SL-COUNT          PIC ZZZZZZ9.
003460     05  FILLER                  PIC X(47)  VALUE SPACES.
003470 01  DL290-WS-AMT-LINE.
003480     05  DL290-AL-LABEL          PIC X(26).
003490     05  DL290-AL-AMOUNT         PIC ZZZZZZZZZZ9.
003500     05  FILLER                  PIC X(43)  VALUE SPACES.
003510 LINKAGE SECTION.
003520***************************************************************
003530*  DL290-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
003540*                       COLUMNS 1-8 ARE THE USER ID OF THE
003550*                       PERSON RELEASING THE ITEMS.
003560***************************************************************
003570 01  DL290-PARM-AREA.
003580     05  DL290-PARM-LEN          PIC S9(04) COMP.
003590     05  DL290-PARM-TEXT         PIC X(80).
003600     05  DL290-PARM-FIELDS REDEFINES DL290-PARM-TEXT.
003610         10  DL290-PARM-USER     PIC X(08).
003620         10  FILLER              PIC X(72).
003630 PROCEDURE DIVISION USING DL290-PARM-AREA.
003640 0000-MAINLINE.
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003660     IF DL290-WS-RETURN-CODE < 0016
003670         AND DL290-WS-CARD-USED > ZERO
003680         PERFORM 2000-SCAN-HELD THRU 2000-EXIT
003690     END-IF.
003700     IF DL290-WS-RETURN-CODE < 0016
003710         AND DL290-WS-REL-USED > ZERO
003720         PERFORM 3000-WRITE-RELEASES THRU 3000-EXIT
003730         PERFORM 4000-WRITE-SETTLE-SETS THRU 4000-EXIT
003740     END-IF.
003750     IF DL290-WS-RETURN-CODE < 0016
003760         AND DL290-WS-REL-USED > ZERO
003770         PERFORM 4600-WRITE-BRN-HISTORY THRU 4600-EXIT
003780     END-IF.
003790     IF DL290-WS-RETURN-CODE < 0016
003800         AND DL290-WS-CARD-USED > ZERO
003810         PERFORM 5000-MARK-HELD THRU 5000-EXIT
003820     END-IF.
003830     PERFORM 7000-PRINT-CARDS THRU 7000-EXIT.
003840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003850     MOVE DL290-WS-RETURN-CODE TO RETURN-CODE.
003860     STOP RUN.
003870
003880***************************************************************
003890*  1000-INITIALIZE  --  OPEN THE REPORT AND THE THREE OUTPUT
003900*                       FILES, PRINT THE HEADING, LOAD THE
003910*                       CARDS AND THE CURRENT ACCOUNT MAP.
003920***************************************************************
003930 1000-INITIALIZE.
003940     ACCEPT DL290-WS-RUN-DATE FROM DATE YYYYMMDD.
003950     ACCEPT DL290-WS-RUN-TIME FROM TIME.
003960     IF DL290-PARM-LEN > ZERO
003970         MOVE DL290-PARM-USER TO DL290-WS-USER
003980     END-IF.
003990     OPEN OUTPUT DL290-RPT-FILE.
004000     IF DL290-WS-RPT-STATUS NOT = "00"
004010         DISPLAY "HOLDREL: UNABLE TO OPEN RELRPT, STATUS = "
004020             DL290-WS-RPT-STATUS
004030         MOVE 0016 TO DL290-WS-RETURN-CODE
004040         GO TO 1000-EXIT.
004050     OPEN OUTPUT DL290-REL-FILE.
004060     OPEN OUTPUT DL290-SRL-FILE.
004070     OPEN OUTPUT DL290-BHR-FILE.
004080     IF DL290-WS-REL-STATUS NOT = "00"
004090         OR DL290-WS-SRL-STATUS NOT = "00"
004100         OR DL290-WS-BHR-STATUS NOT = "00"
004110         DISPLAY "HOLDREL: UNABLE TO OPEN GLRELEAS, SETLREL OR "
004120             "BHSREL - RUN ABANDONED"
004130         MOVE 0016 TO DL290-WS-RETURN-CODE
004140         GO TO 1000-EXIT.
004150     MOVE DL290-WS-RUN-CCYY TO DL290-HL-CCYY.
004160     MOVE DL290-WS-RUN-MM TO DL290-HL-MM.
004170     MOVE DL290-WS-RUN-DD TO DL290-HL-DD.
004180     MOVE DL290-WS-USER TO DL290-HL-USER.
004190     MOVE DL290-WS-HDR-LINE TO DL290-RPT-RECORD.
004200     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004210     PERFORM 1100-LOAD-CARDS THRU 1100-EXIT.
004220     IF DL290-WS-RETURN-CODE > 0004
004230         GO TO 1000-EXIT.
004240     IF DL290-WS-CARD-USED = ZERO
004250         MOVE DL290-WS-NIL-LINE TO DL290-RPT-RECORD
004260         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
004270         GO TO 1000-EXIT.
004280     IF DL290-WS-USER = SPACES
004290         DISPLAY "HOLDREL: PARM MUST BE THE USER ID OF THE "
004300             "PERSON RELEASING THE ITEMS"
004310         MOVE 0016 TO DL290-WS-RETURN-CODE
004320         GO TO 1000-EXIT.
004330     PERFORM 1200-LOAD-ACCT-MAP THRU 1200-EXIT.
004340     MOVE DL290-WS-COL-LINE TO DL290-RPT-RECORD.
004350     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004360 1000-EXIT.
004370     EXIT.
004380
004390***************************************************************
004400*  1100-LOAD-CARDS  --  LOAD THE RELEASE CARDS.  WITH NO CARD
004410*                       FILE THERE IS NOTHING TO DO.
004420***************************************************************
004430 1100-LOAD-CARDS.
004440     OPEN INPUT DL290-CRD-FILE.
004450     IF DL290-WS-CRD-STATUS NOT = "00"
004460         DISPLAY "HOLDREL: RELCRDS NOT AVAILABLE, STATUS = "
004470             DL290-WS-CRD-STATUS
004480         GO TO 1100-EXIT.
004490     PERFORM 1110-LOAD-CARD THRU 1110-EXIT
004500         UNTIL DL290-EOF-CARDS.
004510     CLOSE DL290-CRD-FILE.
004520 1100-EXIT.
004530     EXIT.
004540
004550***************************************************************
004560*  1110-LOAD-CARD  --  ONE CARD INTO THE TABLE.  THE ACTION,
004570*                      DATE, AND BRANCH MUST BE GOOD, A DROP
004580*                      MUST SAY WHY, AND A DATE AND BRANCH
004590*                      MAY BE NAMED ONLY ONCE.
004600***************************************************************
004610 1110-LOAD-CARD.
004620     READ DL290-CRD-FILE
004630         AT END
004640             SET DL290-EOF-CARDS TO TRUE
004650             GO TO 1110-EXIT
004660     END-READ.
004670     ADD 1 TO DL290-WS-CARD-COUNT.
004680     IF DL290-WS-CARD-USED >= 100
004690         DISPLAY "HOLDREL: CARD TABLE FULL, CARD "
004700             DL290-WS-CARD-COUNT " IGNORED"
004710         ADD 1 TO DL290-WS-ERROR-COUNT
004720         GO TO 1110-EXIT
004730     END-IF.
004740     ADD 1 TO DL290-WS-CARD-USED.
004750     MOVE DL290-WS-CARD-USED TO DL290-WS-CARD-IDX.
004760     MOVE DL290-CRD-ACTION
004770         TO DL290-WS-CD-ACTION(DL290-WS-CARD-IDX).
004780     MOVE DL290-CRD-REASON
004790         TO DL290-WS-CD-REASON(DL290-WS-CARD-IDX).
004800     MOVE ZERO TO DL290-WS-CD-DATE(DL290-WS-CARD-IDX).
004810     MOVE ZERO TO DL290-WS-CD-BRANCH(DL290-WS-CARD-IDX).
004820     MOVE ZERO TO DL290-WS-CD-ITEMS(DL290-WS-CARD-IDX).
004830     MOVE ZERO TO DL290-WS-CD-AMOUNT(DL290-WS-CARD-IDX).
004840     MOVE SPACES TO DL290-WS-CD-ERROR(DL290-WS-CARD-IDX).
004850     IF DL290-CRD-BUS-DATE NUMERIC
004860         MOVE DL290-CRD-BUS-DATE
004870             TO DL290-WS-CD-DATE(DL290-WS-CARD-IDX)
004880     END-IF.
004890     IF DL290-CRD-BRANCH NUMERIC
004900         MOVE DL290-CRD-BRANCH
004910             TO DL290-WS-CD-BRANCH(DL290-WS-CARD-IDX)
004920     END-IF.
004930     EVALUATE TRUE
004940         WHEN NOT DL290-CRD-IS-RELEASE
004950             AND NOT DL290-CRD-IS-DROP
004960             MOVE "BAD ACTION  " TO DL290-WS-CD-ERROR
004970                 (DL290-WS-CARD-IDX)
004980         WHEN DL290-CRD-BUS-DATE NOT NUMERIC
004990             OR DL290-CRD-BUS-DATE = ZEROS
005000             MOVE "BAD DATE    " TO DL290-WS-CD-ERROR
005010                 (DL290-WS-CARD-IDX)
005020         WHEN DL290-CRD-BRANCH NOT NUMERIC
005030             MOVE "BAD BRANCH  " TO DL290-WS-CD-ERROR
005040                 (DL290-WS-CARD-IDX)
005050         WHEN DL290-CRD-IS-DROP
005060             AND DL290-CRD-REASON = SPACES
005070             MOVE "NO REASON   " TO DL290-WS-CD-ERROR
005080                 (DL290-WS-CARD-IDX)
005090         WHEN OTHER
005100             MOVE DL290-WS-CD-DATE(DL290-WS-CARD-IDX)
005110                 TO DL290-WS-SRCH-DATE
005120             MOVE DL290-WS-CD-BRANCH(DL290-WS-CARD-IDX)
005130                 TO DL290-WS-SRCH-BRANCH
005140             PERFORM 2200-FIND-CARD THRU 2200-EXIT
005150             IF DL290-WS-CARD-FOUND < DL290-WS-CARD-IDX
005160                 MOVE "DUPLICATE   " TO DL290-WS-CD-ERROR
005170                     (DL290-WS-CARD-IDX)
005180             END-IF
005190     END-EVALUATE.
005200     IF DL290-WS-CD-ERROR(DL290-WS-CARD-IDX) NOT = SPACES
005210         DISPLAY "HOLDREL: CARD " DL290-WS-CARD-COUNT " - "
005220             DL290-WS-CD-ERROR(DL290-WS-CARD-IDX) " - "
005230             DL290-CRD-RECORD(1:32)
005240         ADD 1 TO DL290-WS-ERROR-COUNT
005250     END-IF.
005260 1110-EXIT.
005270     EXIT.
005280
005290***************************************************************
005300*  1200-LOAD-ACCT-MAP  --  LOAD THE CURRENT BRANCH-TO-ACCOUNT
005310*                          MAPPING TABLE.  WITH NO MAP FILE
005320*                          THE RELEASED ITEMS POST TO
005330*                          SUSPENSE, AS THE NIGHTLY POSTINGS
005340*                          WOULD.
005350***************************************************************
005360 1200-LOAD-ACCT-MAP.
005370     OPEN INPUT DL290-MAP-FILE.
005380     IF DL290-WS-MAP-STATUS NOT = "00"
005390         DISPLAY "HOLDREL: ACCTMAP NOT AVAILABLE, STATUS = "
005400             DL290-WS-MAP-STATUS ", POSTING TO SUSPENSE"
005410         SET DL290-MAP-EOF TO TRUE
005420         GO TO 1200-EXIT.
005430     PERFORM 1210-LOAD-MAP-ROW THRU 1210-EXIT
005440         UNTIL DL290-MAP-EOF.
005450     CLOSE DL290-MAP-FILE.
005460 1200-EXIT.
005470     EXIT.
005480
005490 1210-LOAD-MAP-ROW.
005500     READ DL290-MAP-FILE
005510         AT END
005520             SET DL290-MAP-EOF TO TRUE
005530             GO TO 1210-EXIT
005540     END-READ.
005550     IF DL290-MAP-BRANCH NOT NUMERIC
005560         GO TO 1210-EXIT.
005570     IF DL290-WS-MAP-USED >= 50
005580         DISPLAY "HOLDREL: ACCOUNT MAP TABLE FULL, ROW IGNORED"
005590         GO TO 1210-EXIT
005600     END-IF.
005610     ADD 1 TO DL290-WS-MAP-USED.
005620     MOVE DL290-MAP-BRANCH
005630         TO DL290-WS-MP-BRANCH(DL290-WS-MAP-USED).
005640     MOVE DL290-MAP-DR-ACCOUNT
005650         TO DL290-WS-MP-DR-ACCT(DL290-WS-MAP-USED).
005660     MOVE DL290-MAP-CR-ACCOUNT
005670         TO DL290-WS-MP-CR-ACCT(DL290-WS-MAP-USED).
005680 1210-EXIT.
005690     EXIT.
005700
005710***************************************************************
005720*  2000-SCAN-HELD  --  READ THE HELD-ITEMS FILE FROM THE TOP.
005730*                      EVERY ITEM STILL HELD THAT A GOOD CARD
005740*                      NAMES COUNTS TO THAT CARD, AND A
005750*                      RELEASED ITEM'S AMOUNT TO ITS DATE AND
005760*                      BRANCH.  NOTHING IS MARKED YET.
005770***************************************************************
005780 2000-SCAN-HELD.
005790     OPEN INPUT DL290-HLD-FILE.
005800     IF DL290-WS-HLD-STATUS NOT = "00"
005810         DISPLAY "HOLDREL: UNABLE TO OPEN HELDDD, STATUS = "
005820             DL290-WS-HLD-STATUS
005830         MOVE 0016 TO DL290-WS-RETURN-CODE
005840         GO TO 2000-EXIT.
005850     PERFORM 2100-SCAN-HELD-ROW THRU 2100-EXIT
005860         UNTIL DL290-EOF-HELD.
005870     CLOSE DL290-HLD-FILE.
005880 2000-EXIT.
005890     EXIT.
005900
005910 2100-SCAN-HELD-ROW.
005920     READ DL290-HLD-FILE NEXT RECORD
005930         AT END
005940             SET DL290-EOF-HELD TO TRUE
005950             GO TO 2100-EXIT
005960     END-READ.
005970     IF NOT DL100-HLD-IS-HELD
005980         GO TO 2100-EXIT.
005990     ADD 1 TO DL290-WS-HELD-READ-COUNT.
006000     MOVE DL100-HLD-BUS-DATE TO DL290-WS-SRCH-DATE.
006010     MOVE DL100-HLD-BRANCH TO DL290-WS-SRCH-BRANCH.
006020     PERFORM 2200-FIND-CARD THRU 2200-EXIT.
006030     IF DL290-WS-CARD-FOUND = ZERO
006040         GO TO 2100-EXIT.
006050     ADD 1 TO DL290-WS-CD-ITEMS(DL290-WS-CARD-FOUND).
006060     ADD DL100-HLD-AMOUNT
006070         TO DL290-WS-CD-AMOUNT(DL290-WS-CARD-FOUND).
006080     IF DL290-CD-IS-DROP(DL290-WS-CARD-FOUND)
006090         ADD 1 TO DL290-WS-DROP-ITEMS
006100         ADD DL100-HLD-AMOUNT TO DL290-WS-DROP-AMOUNT
006110         GO TO 2100-EXIT
006120     END-IF.
006130     ADD 1 TO DL290-WS-REL-ITEMS.
006140     ADD DL100-HLD-AMOUNT TO DL290-WS-REL-AMOUNT.
006150     PERFORM 2300-FIND-RELEASE THRU 2300-EXIT.
006160     IF DL290-WS-REL-FOUND = ZERO
006170         ADD 1 TO DL290-WS-REL-USED
006180         MOVE DL290-WS-REL-USED TO DL290-WS-REL-FOUND
006190         MOVE DL290-WS-SRCH-DATE
006200             TO DL290-WS-RL-DATE(DL290-WS-REL-FOUND)
006210         MOVE DL290-WS-SRCH-BRANCH
006220             TO DL290-WS-RL-BRANCH(DL290-WS-REL-FOUND)
006230         MOVE ZERO TO DL290-WS-RL-AMOUNT(DL290-WS-REL-FOUND)
006240         MOVE "N" TO DL290-WS-RL-SET-SW(DL290-WS-REL-FOUND)
006250         MOVE ZERO TO DL290-WS-RL-SETTLED(DL290-WS-REL-FOUND)
006260         MOVE "N" TO DL290-WS-RL-HIST-SW(DL290-WS-REL-FOUND)
006270     END-IF.
006280     ADD DL100-HLD-AMOUNT
006290         TO DL290-WS-RL-AMOUNT(DL290-WS-REL-FOUND).
006300 2100-EXIT.
006310     EXIT.
006320
006330***************************************************************
006340*  2200-FIND-CARD  --  THE GOOD CARD FOR DL290-WS-SRCH-DATE
006350*                      AND DL290-WS-SRCH-BRANCH.  ZERO MEANS
006360*                      NO CARD NAMES THEM.
006370***************************************************************
006380 2200-FIND-CARD.
006390     MOVE ZERO TO DL290-WS-CARD-FOUND.
006400     MOVE 1 TO DL290-WS-SCAN-IDX.
006410     PERFORM 2210-TEST-CARD THRU 2210-EXIT
006420         UNTIL DL290-WS-CARD-FOUND > ZERO
006430         OR DL290-WS-SCAN-IDX > DL290-WS-CARD-USED.
006440 2200-EXIT.
006450     EXIT.
006460
006470 2210-TEST-CARD.
006480     IF DL290-WS-CD-ERROR(DL290-WS-SCAN-IDX) = SPACES
006490         AND DL290-WS-CD-DATE(DL290-WS-SCAN-IDX)
006500             = DL290-WS-SRCH-DATE
006510         AND DL290-WS-CD-BRANCH(DL290-WS-SCAN-IDX)
006520             = DL290-WS-SRCH-BRANCH
006530         MOVE DL290-WS-SCAN-IDX TO DL290-WS-CARD-FOUND
006540     ELSE
006550         ADD 1 TO DL290-WS-SCAN-IDX
006560     END-IF.
006570 2210-EXIT.
006580     EXIT.
006590
006600***************************************************************
006610*  2300-FIND-RELEASE  --  THE RELEASE ENTRY FOR
006620*                         DL290-WS-SRCH-DATE AND
006630*                         DL290-WS-SRCH-BRANCH.  ZERO MEANS
006640*                         NONE YET.
006650***************************************************************
006660 2300-FIND-RELEASE.
006670     MOVE ZERO TO DL290-WS-REL-FOUND.
006680     MOVE 1 TO DL290-WS-REL-IDX.
006690     PERFORM 2310-TEST-RELEASE THRU 2310-EXIT
006700         UNTIL DL290-WS-REL-FOUND > ZERO
006710         OR DL290-WS-REL-IDX > DL290-WS-REL-USED.
006720 2300-EXIT.
006730     EXIT.
006740
006750 2310-TEST-RELEASE.
006760     IF DL290-WS-RL-DATE(DL290-WS-REL-IDX) = DL290-WS-SRCH-DATE
006770         AND DL290-WS-RL-BRANCH(DL290-WS-REL-IDX)
006780             = DL290-WS-SRCH-BRANCH
006790         MOVE DL290-WS-REL-IDX TO DL290-WS-REL-FOUND
006800     ELSE
006810         ADD 1 TO DL290-WS-REL-IDX
006820     END-IF.
006830 2310-EXIT.
006840     EXIT.
006850
006860***************************************************************
006870*  3000-WRITE-RELEASES  --  ONE BALANCED PAIR PER RELEASED
006880*                           DATE AND BRANCH, THEN THE GLT
006890*                           TRAILER WITH THE COUNT AND HASH.
006900***************************************************************
006910 3000-WRITE-RELEASES.
006920     MOVE 1 TO DL290-WS-REL-IDX.
006930     PERFORM 3100-WRITE-RELEASE-PAIR THRU 3100-EXIT
006940         UNTIL DL290-WS-REL-IDX > DL290-WS-REL-USED.
006950     IF DL290-REL-HDR-WRITTEN
006960         MOVE SPACES TO DL290-REL-RECORD
006970         MOVE "GLT" TO DL290-REL-RECORD-TYPE
006980         MOVE DL290-WS-GL-REC-COUNT TO DL290-REL-REC-COUNT
006990         MOVE DL290-WS-GL-HASH-TOTAL TO DL290-REL-HASH-TOTAL
007000         WRITE DL290-REL-RECORD
007010     END-IF.
007020 3000-EXIT.
007030     EXIT.
007040
007050***************************************************************
007060*  3100-WRITE-RELEASE-PAIR  --  DEBIT THE BRANCH'S DEBIT
007070*                               ACCOUNT AND CREDIT ITS CREDIT
007080*                               ACCOUNT, AS THE NIGHTLY RUN
007090*                               WOULD HAVE, FOR THE ORIGINAL
007100*                               BUSINESS DATE.  AN UNMAPPED
007110*                               BRANCH POSTS TO SUSPENSE.  THE
007120*                               GLH HEADER GOES OUT AHEAD OF
007130*                               THE FIRST PAIR ONLY.
007140***************************************************************
007150 3100-WRITE-RELEASE-PAIR.
007160     IF DL290-WS-RL-AMOUNT(DL290-WS-REL-IDX) = ZERO
007170         GO TO 3100-NEXT.
007180     IF NOT DL290-REL-HDR-WRITTEN
007190         MOVE SPACES TO DL290-REL-RECORD
007200         MOVE "GLH" TO DL290-REL-RECORD-TYPE
007210         MOVE DL290-WS-RUN-DATE-N TO DL290-REL-POST-DATE
007220         WRITE DL290-REL-RECORD
007230         MOVE "Y" TO DL290-WS-HDR-WRIT-SW
007240     END-IF.
007250     PERFORM 3200-FIND-MAP-ENTRY THRU 3200-EXIT.
007260     MOVE DL290-WS-RL-AMOUNT(DL290-WS-REL-IDX)
007270         TO DL290-WS-POST-AMT.
007280     MOVE SPACES TO DL290-REL-RECORD.
007290     MOVE "D" TO DL290-REL-DC-FLAG.
007300     IF DL290-WS-MAP-FOUND > ZERO
007310         MOVE DL290-WS-MP-DR-ACCT(DL290-WS-MAP-FOUND)
007320             TO DL290-REL-ACCOUNT
007330     ELSE
007340         MOVE DL290-WS-SUSP-ACCOUNT TO DL290-REL-ACCOUNT
007350     END-IF.
007360     PERFORM 3300-WRITE-REL-RECORD THRU 3300-EXIT.
007370     MOVE "C" TO DL290-REL-DC-FLAG.
007380     IF DL290-WS-MAP-FOUND > ZERO
007390         MOVE DL290-WS-MP-CR-ACCT(DL290-WS-MAP-FOUND)
007400             TO DL290-REL-ACCOUNT
007410     ELSE
007420         MOVE DL290-WS-SUSP-ACCOUNT TO DL290-REL-ACCOUNT
007430     END-IF.
007440     PERFORM 3300-WRITE-REL-RECORD THRU 3300-EXIT.
007450 3100-NEXT.
007460     ADD 1 TO DL290-WS-REL-IDX.
007470 3100-EXIT.
007480     EXIT.
007490
007500***************************************************************
007510*  3200-FIND-MAP-ENTRY  --  LOOK UP THE CURRENT RELEASE
007520*                           ENTRY'S BRANCH IN THE ACCOUNT
007530*                           MAPPING TABLE.  ZERO MEANS NO MAP
007540*                           ROW.
007550***************************************************************
007560 3200-FIND-MAP-ENTRY.
007570     MOVE ZERO TO DL290-WS-MAP-FOUND.
007580     MOVE 1 TO DL290-WS-MAP-IDX.
007590     PERFORM 3210-TEST-MAP-ENTRY THRU 3210-EXIT
007600         UNTIL DL290-WS-MAP-FOUND > ZERO
007610         OR DL290-WS-MAP-IDX > DL290-WS-MAP-USED.
007620 3200-EXIT.
007630     EXIT.
007640
007650 3210-TEST-MAP-ENTRY.
007660     IF DL290-WS-MP-BRANCH(DL290-WS-MAP-IDX)
007670         = DL290-WS-RL-BRANCH(DL290-WS-REL-IDX)
007680         MOVE DL290-WS-MAP-IDX TO DL290-WS-MAP-FOUND
007690     ELSE
007700         ADD 1 TO DL290-WS-MAP-IDX
007710     END-IF.
007720 3210-EXIT.
007730     EXIT.
007740
007750***************************************************************
007760*  3300-WRITE-REL-RECORD  --  FINISH AND WRITE ONE POSTING
007770*                             RECORD: THE AMOUNT, BRANCH,
007780*                             ORIGINAL BUSINESS DATE, AND "H"
007790*                             FLAG GO ON EVERY ONE, AND THE
007800*                             AMOUNT ROLLS INTO THE TRAILER
007810*                             HASH.  THE CALLER SETS THE DC
007820*                             FLAG AND ACCOUNT FIRST.
007830***************************************************************
007840 3300-WRITE-REL-RECORD.
007850     MOVE "GLD" TO DL290-REL-RECORD-TYPE.
007860     MOVE DL290-WS-POST-AMT TO DL290-REL-AMOUNT.
007870     MOVE DL290-WS-RL-BRANCH(DL290-WS-REL-IDX)
007880         TO DL290-REL-BRANCH.
007890     MOVE DL290-WS-RL-DATE(DL290-WS-REL-IDX)
007900         TO DL290-REL-BUS-DATE.
007910     MOVE "H" TO DL290-REL-ADJ-FLAG.
007920     WRITE DL290-REL-RECORD.
007930     ADD 1 TO DL290-WS-GL-REC-COUNT.
007940     ADD DL290-WS-POST-AMT TO DL290-WS-GL-HASH-TOTAL.
007950     MOVE SPACES TO DL290-REL-RECORD.
007960 3300-EXIT.
007970     EXIT.
007980
007990***************************************************************
008000*  4000-WRITE-SETTLE-SETS  --  COUNT THE EXTRACT SETS ON FILE
008010*                              FOR EACH RELEASED DATE, READ
008020*                              THE EXTRACT AGAIN COPYING THE
008030*                              LAST SET OF EACH TO SETLREL
008040*                              WITH THE RELEASED AMOUNTS
008050*                              ADDED, THEN BUILD A SET FOR ANY
008060*                              RELEASED DATE THE EXTRACT NO
008070*                              LONGER CARRIES.  APPENDED TO
008080*                              SETLXTR EACH BECOMES THE SET
008090*                              SETTLEMENT ACTS ON.
008100***************************************************************
008110 4000-WRITE-SETTLE-SETS.
008120     MOVE 1 TO DL290-WS-REL-IDX.
008130     PERFORM 4050-ADD-RELEASE-DATE THRU 4050-EXIT
008140         UNTIL DL290-WS-REL-IDX > DL290-WS-REL-USED.
008150     OPEN INPUT DL290-EXT-FILE.
008160     IF DL290-WS-EXT-STATUS NOT = "00"
008170         DISPLAY "HOLDREL: UNABLE TO OPEN SETLXTR, STATUS = "
008180             DL290-WS-EXT-STATUS
008190         MOVE 0016 TO DL290-WS-RETURN-CODE
008200         GO TO 4000-EXIT.
008210     PERFORM 4100-COUNT-EXT-ROW THRU 4100-EXIT
008220         UNTIL DL290-EXT-EOF.
008230     CLOSE DL290-EXT-FILE.
008240     MOVE "N" TO DL290-WS-EXT-EOF-SW.
008250     OPEN INPUT DL290-EXT-FILE.
008260     IF DL290-WS-EXT-STATUS NOT = "00"
008270         DISPLAY "HOLDREL: UNABLE TO REOPEN SETLXTR, STATUS = "
008280             DL290-WS-EXT-STATUS
008290         MOVE 0016 TO DL290-WS-RETURN-CODE
008300         GO TO 4000-EXIT.
008310     PERFORM 4200-COPY-EXT-ROW THRU 4200-EXIT
008320         UNTIL DL290-EXT-EOF.
008330     CLOSE DL290-EXT-FILE.
008340     IF DL290-COPYING-SET
008350         PERFORM 4300-CLOSE-SETTLE-SET THRU 4300-EXIT
008360     END-IF.
008370     MOVE 1 TO DL290-WS-DATE-IDX.
008380     PERFORM 4400-NEW-SETTLE-SET THRU 4400-EXIT
008390         UNTIL DL290-WS-DATE-IDX > DL290-WS-DATE-USED.
008400 4000-EXIT.
008410     EXIT.
008420
008430 4050-ADD-RELEASE-DATE.
008440     MOVE DL290-WS-RL-DATE(DL290-WS-REL-IDX)
008450         TO DL290-WS-SRCH-DATE.
008460     PERFORM 4500-FIND-DATE THRU 4500-EXIT.
008470     IF DL290-WS-DATE-FOUND = ZERO
008480         ADD 1 TO DL290-WS-DATE-USED
008490         MOVE DL290-WS-SRCH-DATE
008500             TO DL290-WS-DT-DATE(DL290-WS-DATE-USED)
008510         MOVE ZERO TO DL290-WS-DT-SETS(DL290-WS-DATE-USED)
008520         MOVE ZERO TO DL290-WS-DT-SEEN(DL290-WS-DATE-USED)
008530     END-IF.
008540     ADD 1 TO DL290-WS-REL-IDX.
008550 4050-EXIT.
008560     EXIT.
008570
008580 4100-COUNT-EXT-ROW.
008590     READ DL290-EXT-FILE
008600         AT END
008610             SET DL290-EXT-EOF TO TRUE
008620             GO TO 4100-EXIT
008630     END-READ.
008640     IF NOT DL100-EXT-IS-HDR
008650         OR DL100-EXT-HDR-DATE NOT NUMERIC
008660         GO TO 4100-EXIT.
008670     MOVE DL100-EXT-HDR-DATE TO DL290-WS-SRCH-DATE.
008680     PERFORM 4500-FIND-DATE THRU 4500-EXIT.
008690     IF DL290-WS-DATE-FOUND > ZERO
008700         ADD 1 TO DL290-WS-DT-SETS(DL290-WS-DATE-FOUND)
008710     END-IF.
008720 4100-EXIT.
008730     EXIT.
008740
008750***************************************************************
008760*  4200-COPY-EXT-ROW  --  AN EXH STARTS COPYING WHEN IT OPENS
008770*                         THE LAST SET OF A RELEASED DATE;
008780*                         WHILE COPYING, EACH EXB GOES OUT
008790*                         WITH ANY RELEASED AMOUNT ADDED AND
008800*                         THE EXT IS REBUILT FROM THE ROWS
008810*                         WRITTEN.
008820***************************************************************
008830 4200-COPY-EXT-ROW.
008840     READ DL290-EXT-FILE
008850         AT END
008860             SET DL290-EXT-EOF TO TRUE
008870             GO TO 4200-EXIT
008880     END-READ.
008890     IF DL100-EXT-IS-HDR
008900         IF DL290-COPYING-SET
008910             PERFORM 4300-CLOSE-SETTLE-SET THRU 4300-EXIT
008920         END-IF
008930         PERFORM 4250-TEST-SET-START THRU 4250-EXIT
008940         GO TO 4200-EXIT.
008950     IF NOT DL290-COPYING-SET
008960         GO TO 4200-EXIT.
008970     IF DL100-EXT-IS-TRL
008980         PERFORM 4300-CLOSE-SETTLE-SET THRU 4300-EXIT
008990         GO TO 4200-EXIT.
009000     IF NOT DL100-EXT-IS-BRN
009010         GO TO 4200-EXIT.
009020     MOVE DL100-EXT-RECORD TO DL290-SRL-RECORD.
009030     IF DL100-EXT-BRANCH NUMERIC
009040         MOVE DL100-EXT-BRANCH TO DL290-WS-SRCH-BRANCH
009050         MOVE DL290-WS-SET-DATE TO DL290-WS-SRCH-DATE
009060         PERFORM 2300-FIND-RELEASE THRU 2300-EXIT
009070         IF DL290-WS-REL-FOUND > ZERO
009080             ADD DL290-WS-RL-AMOUNT(DL290-WS-REL-FOUND)
009090                 TO DL290-SRL-AMOUNT
009100             MOVE "Y" TO DL290-WS-RL-SET-SW(DL290-WS-REL-FOUND)
009110             MOVE DL290-SRL-AMOUNT
009120                 TO DL290-WS-RL-SETTLED(DL290-WS-REL-FOUND)
009130         END-IF
009140     END-IF.
009150     PERFORM 4350-WRITE-SRL-BRANCH THRU 4350-EXIT.
009160 4200-EXIT.
009170     EXIT.
009180
009190***************************************************************
009200*  4250-TEST-SET-START  --  IS THIS EXH THE LAST SET FOR A
009210*                           RELEASED DATE?  IF SO COPY IT OUT
009220*                           AND START COPYING THE SET.
009230***************************************************************
009240 4250-TEST-SET-START.
009250     IF DL100-EXT-HDR-DATE NOT NUMERIC
009260         GO TO 4250-EXIT.
009270     MOVE DL100-EXT-HDR-DATE TO DL290-WS-SRCH-DATE.
009280     PERFORM 4500-FIND-DATE THRU 4500-EXIT.
009290     IF DL290-WS-DATE-FOUND = ZERO
009300         GO TO 4250-EXIT.
009310     ADD 1 TO DL290-WS-DT-SEEN(DL290-WS-DATE-FOUND).
009320     IF DL290-WS-DT-SEEN(DL290-WS-DATE-FOUND)
009330         NOT = DL290-WS-DT-SETS(DL290-WS-DATE-FOUND)
009340         GO TO 4250-EXIT.
009350     MOVE DL100-EXT-RECORD TO DL290-SRL-RECORD.
009360     WRITE DL290-SRL-RECORD.
009370     MOVE ZERO TO DL290-WS-SRL-BRN-COUNT.
009380     MOVE ZERO TO DL290-WS-SRL-HASH.
009390     MOVE DL290-WS-SRCH-DATE TO DL290-WS-SET-DATE.
009400     MOVE "Y" TO DL290-WS-COPY-SW.
009410 4250-EXIT.
009420     EXIT.
009430
009440***************************************************************
009450*  4300-CLOSE-SETTLE-SET  --  ADD A ROW FOR EACH BRANCH
009460*                             RELEASED FOR THE SET'S DATE THAT
009470*                             THE SET DID NOT CARRY, THEN THE
009480*                             EXT TRAILER WITH THE ROW COUNT
009490*                             AND HASH OF WHAT WAS WRITTEN.
009500***************************************************************
009510 4300-CLOSE-SETTLE-SET.
009520     MOVE 1 TO DL290-WS-REL-IDX.
009530     PERFORM 4320-ADD-RELEASED-BRANCH THRU 4320-EXIT
009540         UNTIL DL290-WS-REL-IDX > DL290-WS-REL-USED.
009550     MOVE SPACES TO DL290-SRL-RECORD.
009560     MOVE "EXT" TO DL290-SRL-RECORD-TYPE.
009570     MOVE DL290-WS-SET-DATE TO DL290-SRL-TRL-DATE.
009580     MOVE DL290-WS-SRL-BRN-COUNT TO DL290-SRL-REC-COUNT.
009590     MOVE DL290-WS-SRL-HASH TO DL290-SRL-HASH-TOTAL.
009600     WRITE DL290-SRL-RECORD.
009610     ADD 1 TO DL290-WS-SET-COUNT.
009620     MOVE "N" TO DL290-WS-COPY-SW.
009630 4300-EXIT.
009640     EXIT.
009650
009660 4320-ADD-RELEASED-BRANCH.
009670     IF DL290-WS-RL-DATE(DL290-WS-REL-IDX) = DL290-WS-SET-DATE
009680         AND NOT DL290-RL-IN-SET(DL290-WS-REL-IDX)
009690         MOVE SPACES TO DL290-SRL-RECORD
009700         MOVE "EXB" TO DL290-SRL-RECORD-TYPE
009710         MOVE DL290-WS-SET-DATE TO DL290-SRL-RUN-DATE
009720         MOVE DL290-WS-RL-BRANCH(DL290-WS-REL-IDX)
009730             TO DL290-SRL-BRANCH
009740         MOVE DL290-WS-RL-AMOUNT(DL290-WS-REL-IDX)
009750             TO DL290-SRL-AMOUNT
009760         SET DL290-SRL-STATUS-OK TO TRUE
009770         MOVE "Y" TO DL290-WS-RL-SET-SW(DL290-WS-REL-IDX)
009780         MOVE DL290-WS-RL-AMOUNT(DL290-WS-REL-IDX)
009790             TO DL290-WS-RL-SETTLED(DL290-WS-REL-IDX)
009800         PERFORM 4350-WRITE-SRL-BRANCH THRU 4350-EXIT
009810     END-IF.
009820     ADD 1 TO DL290-WS-REL-IDX.
009830 4320-EXIT.
009840     EXIT.
009850
009860 4350-WRITE-SRL-BRANCH.
009870     WRITE DL290-SRL-RECORD.
009880     ADD 1 TO DL290-WS-SRL-BRN-COUNT.
009890     IF DL290-SRL-AMOUNT NUMERIC
009900         ADD DL290-SRL-AMOUNT TO DL290-WS-SRL-HASH
009910     END-IF.
009920 4350-EXIT.
009930     EXIT.
009940
009950***************************************************************
009960*  4400-NEW-SETTLE-SET  --  A RELEASED DATE WITH NO SET LEFT
009970*                           ON THE EXTRACT (ARCHIVED AT MONTH
009980*                           END) GETS A SET OF ITS RELEASED
009990*                           BRANCHES ALONE.
010000***************************************************************
010010 4400-NEW-SETTLE-SET.
010020     IF DL290-WS-DT-SETS(DL290-WS-DATE-IDX) > ZERO
010030         GO TO 4400-NEXT.
010040     MOVE DL290-WS-DT-DATE(DL290-WS-DATE-IDX)
010050         TO DL290-WS-SET-DATE.
010060     DISPLAY "HOLDREL: NO SETTLEMENT SET ON FILE FOR "
010070         DL290-WS-SET-DATE " - RELEASED BRANCHES SENT ALONE".
010080     MOVE SPACES TO DL290-SRL-RECORD.
010090     MOVE "EXH" TO DL290-SRL-RECORD-TYPE.
010100     MOVE DL290-WS-SET-DATE TO DL290-SRL-HDR-DATE.
010110     MOVE "G" TO DL290-SRL-HDR-FLAG.
010120     WRITE DL290-SRL-RECORD.
010130     MOVE ZERO TO DL290-WS-SRL-BRN-COUNT.
010140     MOVE ZERO TO DL290-WS-SRL-HASH.
010150     PERFORM 4300-CLOSE-SETTLE-SET THRU 4300-EXIT.
010160 4400-NEXT.
010170     ADD 1 TO DL290-WS-DATE-IDX.
010180 4400-EXIT.
010190     EXIT.
010200
010210***************************************************************
010220*  4500-FIND-DATE  --  THE DATE ENTRY FOR DL290-WS-SRCH-DATE.
010230*                      ZERO MEANS NOT A RELEASED DATE.
010240***************************************************************
010250 4500-FIND-DATE.
010260     MOVE ZERO TO DL290-WS-DATE-FOUND.
010270     MOVE 1 TO DL290-WS-DATE-IDX.
010280     PERFORM 4510-TEST-DATE THRU 4510-EXIT
010290         UNTIL DL290-WS-DATE-FOUND > ZERO
010300         OR DL290-WS-DATE-IDX > DL290-WS-DATE-USED.
010310 4500-EXIT.
010320     EXIT.
010330
010340 4510-TEST-DATE.
010350     IF DL290-WS-DT-DATE(DL290-WS-DATE-IDX) = DL290-WS-SRCH-DATE
010360         MOVE DL290-WS-DATE-IDX TO DL290-WS-DATE-FOUND
010370     ELSE
010380         ADD 1 TO DL290-WS-DATE-IDX
010390     END-IF.
010400 4510-EXIT.
010410     EXIT.
010420
010430***************************************************************
010440*  4600-WRITE-BRN-HISTORY  --  READ BRNHIST FOR THE LAST ROW
010450*                              OF EACH RELEASED BRANCH AND
010460*                              DATE, THEN WRITE IT AGAIN TO
010470*                              BHSREL WITH THE SETTLED AMOUNT
010480*                              OF THE RELEASED SET.
010490***************************************************************
010500 4600-WRITE-BRN-HISTORY.
010510     OPEN INPUT DL290-BHS-FILE.
010520     IF DL290-WS-BHS-STATUS NOT = "00"
010530         DISPLAY "HOLDREL: BRNHIST NOT AVAILABLE, STATUS = "
010540             DL290-WS-BHS-STATUS " - NO BRANCH HISTORY WRITTEN"
010550         IF DL290-WS-RETURN-CODE < 0004
010560             MOVE 0004 TO DL290-WS-RETURN-CODE
010570         END-IF
010580         GO TO 4600-EXIT.
010590     PERFORM 4610-NOTE-BHS-ROW THRU 4610-EXIT
010600         UNTIL DL290-BHS-EOF.
010610     CLOSE DL290-BHS-FILE.
010620     MOVE 1 TO DL290-WS-REL-IDX.
010630     PERFORM 4620-WRITE-BHR-ROW THRU 4620-EXIT
010640         UNTIL DL290-WS-REL-IDX > DL290-WS-REL-USED.
010650 4600-EXIT.
010660     EXIT.
010670
010680***************************************************************
010690*  4610-NOTE-BHS-ROW  --  A ROW FOR A RELEASED BRANCH AND
010700*                         DATE REPLACES ANY EARLIER ONE.
010710***************************************************************
010720 4610-NOTE-BHS-ROW.
010730     READ DL290-BHS-FILE
010740         AT END
010750             SET DL290-BHS-EOF TO TRUE
010760             GO TO 4610-EXIT
010770     END-READ.
010780     ADD 1 TO DL290-WS-BHS-READ-COUNT.
010790     IF DL100-BHS-BUS-DATE NOT NUMERIC
010800         OR DL100-BHS-BRANCH NOT NUMERIC
010810         GO TO 4610-EXIT.
010820     MOVE DL100-BHS-BUS-DATE TO DL290-WS-SRCH-DATE.
010830     MOVE DL100-BHS-BRANCH TO DL290-WS-SRCH-BRANCH.
010840     PERFORM 2300-FIND-RELEASE THRU 2300-EXIT.
010850     IF DL290-WS-REL-FOUND = ZERO
010860         GO TO 4610-EXIT.
010870     MOVE "Y" TO DL290-WS-RL-HIST-SW(DL290-WS-REL-FOUND).
010880     MOVE DL100-BHS-DET-COUNT
010890         TO DL290-WS-RL-DET-COUNT(DL290-WS-REL-FOUND).
010900     MOVE DL100-BHS-VOLUME
010910         TO DL290-WS-RL-VOLUME(DL290-WS-REL-FOUND).
010920     MOVE DL100-BHS-REJ-COUNT
010930         TO DL290-WS-RL-REJ-COUNT(DL290-WS-REL-FOUND).
010940     MOVE DL100-BHS-BAL-FLAG
010950         TO DL290-WS-RL-BAL-FLAG(DL290-WS-REL-FOUND).
010960     MOVE DL100-BHS-OVERRIDE-FLAG
010970         TO DL290-WS-RL-OVR-FLAG(DL290-WS-REL-FOUND).
010980 4610-EXIT.
010990     EXIT.
011000
011010***************************************************************
011020*  4620-WRITE-BHR-ROW  --  ONE CORRECTED ROW FOR A RELEASED
011030*                         BRANCH AND DATE THAT HAS ONE ON
011040*                         BRNHIST.
011050***************************************************************
011060 4620-WRITE-BHR-ROW.
011070     IF NOT DL290-RL-HAS-HISTORY(DL290-WS-REL-IDX)
011080         DISPLAY "HOLDREL: NO BRANCH HISTORY ROW FOR "
011090             DL290-WS-RL-DATE(DL290-WS-REL-IDX) " BRANCH "
011100             DL290-WS-RL-BRANCH(DL290-WS-REL-IDX)
011110             " - NONE WRITTEN"
011120         GO TO 4620-NEXT.
011130     MOVE SPACES TO DL290-BHR-RECORD.
011140     MOVE DL290-WS-RL-DATE(DL290-WS-REL-IDX)
011150         TO DL290-BHR-BUS-DATE.
011160     MOVE DL290-WS-RL-BRANCH(DL290-WS-REL-IDX)
011170         TO DL290-BHR-BRANCH.
011180     MOVE DL290-WS-RL-DET-COUNT(DL290-WS-REL-IDX)
011190         TO DL290-BHR-DET-COUNT.
011200     MOVE DL290-WS-RL-VOLUME(DL290-WS-REL-IDX)
011210         TO DL290-BHR-VOLUME.
011220     MOVE DL290-WS-RL-SETTLED(DL290-WS-REL-IDX)
011230         TO DL290-BHR-SETTLED.
011240     MOVE DL290-WS-RL-REJ-COUNT(DL290-WS-REL-IDX)
011250         TO DL290-BHR-REJ-COUNT.
011260     MOVE DL290-WS-RL-BAL-FLAG(DL290-WS-REL-IDX)
011270         TO DL290-BHR-BAL-FLAG.
011280     MOVE DL290-WS-RL-OVR-FLAG(DL290-WS-REL-IDX)
011290         TO DL290-BHR-OVERRIDE-FLAG.
011300     MOVE DL290-WS-RUN-DATE-N TO DL290-BHR-RUN-DATE.
011310     MOVE DL290-WS-RUN-TIME(1:6) TO DL290-BHR-RUN-TIME.
011320     WRITE DL290-BHR-RECORD.
011330     IF DL290-WS-BHR-STATUS NOT = "00"
011340         DISPLAY "HOLDREL: UNABLE TO WRITE BHSREL, STATUS = "
011350             DL290-WS-BHR-STATUS
011360         MOVE 0016 TO DL290-WS-RETURN-CODE
011370         MOVE DL290-WS-REL-USED TO DL290-WS-REL-IDX
011380         GO TO 4620-NEXT.
011390     ADD 1 TO DL290-WS-BHR-COUNT.
011400 4620-NEXT.
011410     ADD 1 TO DL290-WS-REL-IDX.
011420 4620-EXIT.
011430     EXIT.
011440
011450***************************************************************
011460*  5000-MARK-HELD  --  WITH THE POSTINGS WRITTEN, READ THE
011470*                      HELD-ITEMS FILE AGAIN AND STAMP EVERY
011480*                      ITEM A GOOD CARD NAMED AS RELEASED OR
011490*                      DROPPED.
011500***************************************************************
011510 5000-MARK-HELD.
011520     MOVE "N" TO DL290-WS-HLD-EOF-SW.
011530     OPEN I-O DL290-HLD-FILE.
011540     IF DL290-WS-HLD-STATUS NOT = "00"
011550         DISPLAY "HOLDREL: UNABLE TO REOPEN HELDDD, STATUS = "
011560             DL290-WS-HLD-STATUS
011570         MOVE 0016 TO DL290-WS-RETURN-CODE
011580         GO TO 5000-EXIT.
011590     PERFORM 5100-MARK-HELD-ROW THRU 5100-EXIT
011600         UNTIL DL290-EOF-HELD.
011610     CLOSE DL290-HLD-FILE.
011620 5000-EXIT.
011630     EXIT.
011640
011650 5100-MARK-HELD-ROW.
011660     READ DL290-HLD-FILE NEXT RECORD
011670         AT END
011680             SET DL290-EOF-HELD TO TRUE
011690             GO TO 5100-EXIT
011700     END-READ.
011710     IF NOT DL100-HLD-IS-HELD
011720         GO TO 5100-EXIT.
011730     MOVE DL100-HLD-BUS-DATE TO DL290-WS-SRCH-DATE.
011740     MOVE DL100-HLD-BRANCH TO DL290-WS-SRCH-BRANCH.
011750     PERFORM 2200-FIND-CARD THRU 2200-EXIT.
011760     IF DL290-WS-CARD-FOUND = ZERO
011770         GO TO 5100-EXIT.
011780     IF DL290-CD-IS-RELEASE(DL290-WS-CARD-FOUND)
011790         SET DL100-HLD-IS-RELEASED TO TRUE
011800     ELSE
011810         SET DL100-HLD-IS-DROPPED TO TRUE
011820     END-IF.
011830     MOVE DL290-WS-RUN-DATE-N TO DL100-HLD-DONE-DATE.
011840     MOVE DL290-WS-USER TO DL100-HLD-DONE-USER.
011850     MOVE DL290-WS-CD-REASON(DL290-WS-CARD-FOUND)
011860         TO DL100-HLD-DONE-REASON.
011870     REWRITE DL100-HLD-RECORD
011880         INVALID KEY
011890             DISPLAY "HOLDREL: UNABLE TO MARK HELD ITEM "
011900                 DL100-HLD-KEY ", STATUS = " DL290-WS-HLD-STATUS
011910             MOVE 0016 TO DL290-WS-RETURN-CODE
011920             GO TO 5100-EXIT
011930     END-REWRITE.
011940     ADD 1 TO DL290-WS-MARKED-COUNT.
011950 5100-EXIT.
011960     EXIT.
011970
011980***************************************************************
011990*  7000-PRINT-CARDS  --  ONE LINE PER CARD, IN CARD ORDER,
012000*                        WITH WHAT IT CLEARED.  A CARD IN
012010*                        ERROR OR FINDING NOTHING HELD ENDS
012020*                        THE RUN 0004.
012030***************************************************************
012040 7000-PRINT-CARDS.
012050     MOVE 1 TO DL290-WS-CARD-IDX.
012060     PERFORM 7100-PRINT-CARD THRU 7100-EXIT
012070         UNTIL DL290-WS-CARD-IDX > DL290-WS-CARD-USED.
012080 7000-EXIT.
012090     EXIT.
012100
012110 7100-PRINT-CARD.
012120     EVALUATE TRUE
012130         WHEN DL290-CD-IS-RELEASE(DL290-WS-CARD-IDX)
012140             MOVE "RELEASE" TO DL290-DL-ACTION
012150         WHEN DL290-CD-IS-DROP(DL290-WS-CARD-IDX)
012160             MOVE "DROP   " TO DL290-DL-ACTION
012170         WHEN OTHER
012180             MOVE "???    " TO DL290-DL-ACTION
012190     END-EVALUATE.
012200     MOVE DL290-WS-CD-DATE(DL290-WS-CARD-IDX) TO DL290-DL-DATE.
012210     MOVE DL290-WS-CD-BRANCH(DL290-WS-CARD-IDX)
012220         TO DL290-DL-BRANCH.
012230     MOVE DL290-WS-CD-ITEMS(DL290-WS-CARD-IDX) TO DL290-DL-ITEMS.
012240     MOVE DL290-WS-CD-AMOUNT(DL290-WS-CARD-IDX)
012250         TO DL290-DL-AMOUNT.
012260     MOVE DL290-WS-USER TO DL290-DL-USER.
012270     MOVE DL290-WS-CD-REASON(DL290-WS-CARD-IDX)
012280         TO DL290-DL-REASON.
012290     EVALUATE TRUE
012300         WHEN DL290-WS-CD-ERROR(DL290-WS-CARD-IDX) NOT = SPACES
012310             MOVE DL290-WS-CD-ERROR(DL290-WS-CARD-IDX)
012320                 TO DL290-DL-OUTCOME
012330         WHEN DL290-WS-RETURN-CODE > 0004
012340             MOVE "NOT CLEARED " TO DL290-DL-OUTCOME
012350         WHEN DL290-WS-CD-ITEMS(DL290-WS-CARD-IDX) = ZERO
012360             MOVE "NOTHING HELD" TO DL290-DL-OUTCOME
012370             ADD 1 TO DL290-WS-NIL-COUNT
012380         WHEN DL290-CD-IS-RELEASE(DL290-WS-CARD-IDX)
012390             MOVE "RELEASED    " TO DL290-DL-OUTCOME
012400         WHEN OTHER
012410             MOVE "DROPPED     " TO DL290-DL-OUTCOME
012420     END-EVALUATE.
012430     MOVE DL290-WS-DET-LINE TO DL290-RPT-RECORD.
012440     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012450     ADD 1 TO DL290-WS-CARD-IDX.
012460 7100-EXIT.
012470     EXIT.
012480
012490 8100-WRITE-RPT-LINE.
012500     IF DL290-WS-RPT-STATUS = "00"
012510         WRITE DL290-RPT-RECORD
012520     END-IF.
012530 8100-EXIT.
012540     EXIT.
012550
012560***************************************************************
012570*  9000-TERMINATE  --  PRINT THE SUMMARY, CLOSE THE FILES, AND
012580*                      REPORT THE CONDITION CODE.
012590***************************************************************
012600 9000-TERMINATE.
012610     IF DL290-WS-RETURN-CODE < 0004
012620         AND (DL290-WS-ERROR-COUNT > ZERO
012630         OR DL290-WS-NIL-COUNT > ZERO)
012640         MOVE 0004 TO DL290-WS-RETURN-CODE
012650     END-IF.
012660     MOVE "CARDS READ:               " TO DL290-SL-LABEL.
012670     MOVE DL290-WS-CARD-COUNT TO DL290-SL-COUNT.
012680     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
012690     MOVE "CARDS IN ERROR:           " TO DL290-SL-LABEL.
012700     MOVE DL290-WS-ERROR-COUNT TO DL290-SL-COUNT.
012710     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
012720     MOVE "CARDS FINDING NOTHING:    " TO DL290-SL-LABEL.
012730     MOVE DL290-WS-NIL-COUNT TO DL290-SL-COUNT.
012740     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
012750     MOVE "ITEMS HELD EXAMINED:      " TO DL290-SL-LABEL.
012760     MOVE DL290-WS-HELD-READ-COUNT TO DL290-SL-COUNT.
012770     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
012780     MOVE "ITEMS RELEASED:           " TO DL290-SL-LABEL.
012790     MOVE DL290-WS-REL-ITEMS TO DL290-SL-COUNT.
012800     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
012810     MOVE "AMOUNT RELEASED:          " TO DL290-AL-LABEL.
012820     MOVE DL290-WS-REL-AMOUNT TO DL290-AL-AMOUNT.
012830     PERFORM 9200-PRINT-AMT-LINE THRU 9200-EXIT.
012840     MOVE "ITEMS DROPPED:            " TO DL290-SL-LABEL.
012850     MOVE DL290-WS-DROP-ITEMS TO DL290-SL-COUNT.
012860     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
012870     MOVE "AMOUNT DROPPED:           " TO DL290-AL-LABEL.
012880     MOVE DL290-WS-DROP-AMOUNT TO DL290-AL-AMOUNT.
012890     PERFORM 9200-PRINT-AMT-LINE THRU 9200-EXIT.
012900     MOVE "HELD ITEMS MARKED:        " TO DL290-SL-LABEL.
012910     MOVE DL290-WS-MARKED-COUNT TO DL290-SL-COUNT.
012920     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
012930     MOVE "GL RECORDS WRITTEN:       " TO DL290-SL-LABEL.
012940     MOVE DL290-WS-GL-REC-COUNT TO DL290-SL-COUNT.
012950     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
012960     MOVE "SETTLEMENT SETS WRITTEN:  " TO DL290-SL-LABEL.
012970     MOVE DL290-WS-SET-COUNT TO DL290-SL-COUNT.
012980     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
012990     MOVE "BRANCH HISTORY ROWS:      " TO DL290-SL-LABEL.
013000     MOVE DL290-WS-BHR-COUNT TO DL290-SL-COUNT.
013010     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
013020     IF DL290-WS-REL-STATUS = "00"
013030         CLOSE DL290-REL-FILE
013040     END-IF.
013050     IF DL290-WS-SRL-STATUS = "00"
013060         CLOSE DL290-SRL-FILE
013070     END-IF.
013080     IF DL290-WS-BHR-STATUS = "00"
013090         CLOSE DL290-BHR-FILE
013100     END-IF.
013110     IF DL290-WS-RPT-STATUS = "00"
013120         CLOSE DL290-RPT-FILE
013130     END-IF.
013140     DISPLAY "HOLDREL: RETURN CODE " DL290-WS-RETURN-CODE.
013150 9000-EXIT.
013160     EXIT.
013170
013180 9100-PRINT-SUM-LINE.
013190     MOVE DL290-WS-SUM-LINE TO DL290-RPT-RECORD.
013200     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013210 9100-EXIT.
013220     EXIT.
013230
013240 9200-PRINT-AMT-LINE.
013250     MOVE DL290-WS-AMT-LINE TO DL290-RPT-RECORD.
013260     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013270 9200-EXIT.
013280     EXIT.
