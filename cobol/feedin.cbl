000010***************************************************************
000020*  FEEDIN.CBL
000030*
000040*  BRANCH FEED INTAKE.  EACH BRANCH SENDS ITS DAY'S VOLUME AS
000050*  A SUBMISSION FILE OF ITS OWN (BFH/BFD/BFT, SEE DLFEDREC);
000060*  THE BRFEED DD CONCATENATES EVERY SUBMISSION RECEIVED.
000070*  THIS RUN CHECKS EACH ONE AND BUILDS THE NIGHT'S DAILYCNT
000080*  BATCH FROM THE ONES IT ACCEPTS, SO A MISSING BRANCH IS
000090*  KNOWN AT THE CUT-OFF INSTEAD OF SURFACING AS A TRAILER
000100*  BREAK IN THE NIGHTLY RUN.
000110*
000120*      - A SUBMISSION IS ACCEPTED ONLY FROM A BRANCH THAT IS
000130*        OPEN ON THE BRANCH MASTER (BRANCHDD), DATED WITH THE
000140*        BUSINESS DATE, WHOSE RECORD COUNT AND VOLUME AGREE
000150*        WITH ITS OWN TRAILER.  A SECOND SUBMISSION FROM A
000160*        BRANCH ALREADY ACCEPTED IS REFUSED AS A DUPLICATE.
000170*        EVERY REFUSAL IS LISTED WITH ITS REASON;
000180*      - AT THE CUT-OFF THE ACCEPTED DETAILS ARE WRITTEN TO
000190*        DAILYCNT AS ONE HDR/DET/TRL BATCH, GROUPED BY
000200*        BRANCH, WITH THE GRAND AND PER-BRANCH CONTROL COUNTS
000210*        COMPUTED HERE.  BRANCHES PAST THE FIFTH ARE CARRIED
000220*        ON TRAILER EXTENSION (TRX) RECORDS AHEAD OF THE TRL;
000230*      - THE RECEIPT REPORT (FEEDRPT) LISTS THE FEEDS
000240*        RECEIVED AND EVERY OPEN BRANCH THAT HAS NOT SENT
000250*        AN ACCEPTABLE FEED.
000260*
000270*  RUN BEFORE THE CUT-OFF IT IS AN INTERIM RECEIPT ONLY - NO
000280*  BATCH IS BUILT AND THE BRANCHES STILL OUTSTANDING ARE
000290*  LISTED AS AWAITED.
000300*
000310*  PARM (COLUMNS):
000320*
000330*      1-8   BUSINESS DATE CCYYMMDD (BLANK OR ZERO - TODAY)
000340*      9-12  CUT-OFF TIME HHMM.  A RUN ON THE BUSINESS DATE
000350*            BEFORE THIS TIME IS AN INTERIM RECEIPT.  BLANK -
000360*            THE RUN IS THE CUT-OFF.
000370*
000380*  ENDS 0000 WHEN EVERY OPEN BRANCH SENT A CLEAN FEED (OR,
000390*  BEFORE THE CUT-OFF, WHEN NOTHING WAS REFUSED), 0004 ON A
000400*  REFUSED FEED OR A BRANCH NOT RECEIVED AT THE CUT-OFF,
000410*  0008 WHEN NO FEED AT ALL WAS ACCEPTED AT THE CUT-OFF (NO
000420*  BATCH IS WRITTEN), 0016 ON A FILE OR PARM FAILURE.  A
000430*  DAILYCNT WRITE THAT FAILS STOPS THE BATCH WHERE IT IS -
000440*  THE PART WRITTEN HAS NO TRL AND MUST NOT BE POSTED.
000450*
000460*  MODIFICATION HISTORY
000470*  --------------------
000480*  DATE       INIT  DESCRIPTION
000490*  ---------- ----  ------------------------------------------
000500*  2026-10-15 DLP   INITIAL VERSION - BUILD DAILYCNT FROM THE
000510*                   BRANCH SUBMISSIONS AND REPORT THE LATE
000520*                   BRANCHES AT THE CUT-OFF.
000530*  2026-10-15 DLP   RECORD THE CUT-OFF RUN (FEEDSTP) AND ITS
000540*                   RETURN CODE ON THE RUN-CONTROL LEDGER
000550*                   (RUNCTL).
000560*  2026-10-15 DLP   CHECK EVERY DAILYCNT WRITE AND STOP THE
000570*                   BATCH WITH 0016 WHEN ONE FAILS.
000580***************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. FEEDIN.
000610 AUTHOR. D. L. PRICE.
000620 INSTALLATION. DATA PROCESSING.
000630 DATE-WRITTEN. 2026-10-15.
000640 DATE-COMPILED.
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER. IBM-370.
000680 OBJECT-COMPUTER. IBM-370.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT DL260-FED-FILE ASSIGN TO "BRFEED"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS DL260-WS-FED-STATUS.
000740     SELECT DL260-OUT-FILE ASSIGN TO "DAILYCNT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS DL260-WS-OUT-STATUS.
000770     SELECT DL260-RPT-FILE ASSIGN TO "FEEDRPT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS DL260-WS-RPT-STATUS.
000800     SELECT DL260-BRN-FILE ASSIGN TO "BRANCHDD"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS DL100-BRN-BRANCH
000840         FILE STATUS IS DL260-WS-BRN-STATUS.
000850     SELECT DL260-RCL-FILE ASSIGN TO "RUNCTL"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS DL260-WS-RCL-STATUS.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  DL260-FED-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 80 CHARACTERS.
000930     COPY DLFEDREC.
000940
000950 FD  DL260-OUT-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980     COPY DLINREC.
000990
001000 FD  DL260-RPT-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  DL260-RPT-RECORD            PIC X(80).
001040
001050 FD  DL260-BRN-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080     COPY DLBRNREC.
001090
001100 FD  DL260-RCL-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 80 CHARACTERS.
001130     COPY DLRCLREC.
001140 WORKING-STORAGE SECTION.
001150 77  DL260-WS-FED-STATUS         PIC X(02)  VALUE SPACES.
001160 77  DL260-WS-OUT-STATUS         PIC X(02)  VALUE SPACES.
001170 77  DL260-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
001180 77  DL260-WS-BRN-STATUS         PIC X(02)  VALUE SPACES.
001190 77  DL260-WS-RCL-STATUS         PIC X(02)  VALUE SPACES.
001200 77  DL260-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001210 77  DL260-WS-BUS-DATE           PIC 9(08)  VALUE ZERO.
001220 77  DL260-WS-CUTOFF             PIC 9(04)  VALUE ZERO.
001230 77  DL260-WS-FEED-SEQ           PIC 9(05)  VALUE ZERO.
001240 77  DL260-WS-FEED-COUNT         PIC 9(05)  VALUE ZERO.
001250 77  DL260-WS-ACCEPT-COUNT       PIC 9(05)  VALUE ZERO.
001260 77  DL260-WS-REFUSE-COUNT       PIC 9(05)  VALUE ZERO.
001270 77  DL260-WS-ORPHAN-COUNT       PIC 9(05)  VALUE ZERO.
001280 77  DL260-WS-OPEN-COUNT         PIC 9(05)  VALUE ZERO.
001290 77  DL260-WS-MISSING-COUNT      PIC 9(05)  VALUE ZERO.
001300 77  DL260-WS-RECEIVED-COUNT     PIC 9(05)  VALUE ZERO.
001310 77  DL260-WS-DET-WRITTEN        PIC 9(07)  VALUE ZERO.
001320 77  DL260-WS-GRAND-VOLUME       PIC 9(09)  VALUE ZERO.
001330 77  DL260-WS-OUT-BRANCH         PIC 9(03)  VALUE ZERO.
001340 77  DL260-WS-BRNM-USED          PIC 9(03)  COMP VALUE ZERO.
001350 77  DL260-WS-BRNM-IDX           PIC 9(03)  COMP VALUE ZERO.
001360 77  DL260-WS-BRNM-FOUND         PIC 9(03)  COMP VALUE ZERO.
001370 77  DL260-WS-BRNM-SRCH          PIC 9(03)  VALUE ZERO.
001380 77  DL260-WS-ACC-USED           PIC 9(03)  COMP VALUE ZERO.
001390 77  DL260-WS-ACC-IDX            PIC 9(03)  COMP VALUE ZERO.
001400 77  DL260-WS-TRL-SLOT           PIC 9(03)  COMP VALUE ZERO.
001410 01  DL260-WS-SWITCHES.
001420     05  DL260-WS-FED-EOF-SW     PIC X(01)  VALUE "N".
001430         88  DL260-EOF-FEEDS                VALUE "Y".
001440     05  DL260-WS-BRN-EOF-SW     PIC X(01)  VALUE "N".
001450         88  DL260-EOF-BRANCHES             VALUE "Y".
001460     05  DL260-WS-FEED-OPEN-SW   PIC X(01)  VALUE "N".
001470         88  DL260-FEED-OPEN                VALUE "Y".
001480     05  DL260-WS-COPY-SW        PIC X(01)  VALUE "N".
001490         88  DL260-COPYING-FEED             VALUE "Y".
001500     05  DL260-WS-CUTOFF-SW      PIC X(01)  VALUE "Y".
001510         88  DL260-AT-CUTOFF                VALUE "Y".
001520         88  DL260-BEFORE-CUTOFF            VALUE "N".
001530     05  DL260-WS-OUT-OPEN-SW    PIC X(01)  VALUE "N".
001540         88  DL260-OUT-OPEN                 VALUE "Y".
001550 01  DL260-WS-RUN-DATE.
001560     05  DL260-WS-RUN-CCYY       PIC 9(04).
001570     05  DL260-WS-RUN-MM         PIC 9(02).
001580     05  DL260-WS-RUN-DD         PIC 9(02).
001590 01  DL260-WS-RUN-DATE-N REDEFINES DL260-WS-RUN-DATE
001600                                 PIC 9(08).
001610 01  DL260-WS-RUN-TIME.
001620     05  DL260-WS-RUN-HHMM       PIC 9(04).
001630     05  FILLER                  PIC 9(04).
001640***************************************************************
001650*  THE SUBMISSION BEING CHECKED - ITS SEQUENCE ON BRFEED, ITS
001660*  HEADER, WHAT ITS DETAILS ADD UP TO, AND THE FIRST REASON
001670*  FOUND TO REFUSE IT (SPACES WHILE IT IS STILL GOOD).
001680***************************************************************
001690 01  DL260-WS-FEED.
001700     05  DL260-WS-FD-BRANCH      PIC 9(03).
001710     05  DL260-WS-FD-DATE        PIC 9(08).
001720     05  DL260-WS-FD-RECS        PIC 9(07).
001730     05  DL260-WS-FD-VOLUME      PIC 9(09).
001740     05  DL260-WS-FD-REASON      PIC X(20).
001750***************************************************************
001760*  BRANCH MASTER TABLE - LOADED FROM BRANCHDD AT START-UP.
001770*  THE FEED COLUMNS RECORD WHICH SUBMISSION (BY SEQUENCE ON
001780*  BRFEED) WAS ACCEPTED FOR THE BRANCH, ITS RECORD COUNT AND
001790*  VOLUME, AND WHETHER ANY SUBMISSION FROM IT WAS REFUSED.
001800***************************************************************
001810 01  DL260-WS-BRNM-TABLE.
001820     05  DL260-WS-BRNM-ENTRY OCCURS 50 TIMES.
001830         10  DL260-WS-BM-CODE    PIC 9(03).
001840         10  DL260-WS-BM-NAME    PIC X(20).
001850         10  DL260-WS-BM-STATUS  PIC X(01).
001860             88  DL260-BM-IS-OPEN           VALUE "O".
001870         10  DL260-WS-BM-FEED-SEQ
001880                                 PIC 9(05).
001890         10  DL260-WS-BM-RECS    PIC 9(07).
001900         10  DL260-WS-BM-VOLUME  PIC 9(09).
001910         10  DL260-WS-BM-REFUSED PIC X(01).
001920             88  DL260-BM-WAS-REFUSED       VALUE "Y".
001930***************************************************************
001940*  ACCEPTED BRANCHES AND THEIR VOLUME, IN BRANCH ORDER - THE
001950*  BATCH TRAILER'S BRANCH CONTROL COUNTS.
001960***************************************************************
001970 01  DL260-WS-ACC-TABLE.
001980     05  DL260-WS-ACC-ENTRY OCCURS 50 TIMES.
001990         10  DL260-WS-ACC-CODE   PIC 9(03).
002000         10  DL260-WS-ACC-VOLUME PIC 9(09).
002010***************************************************************
002020*  REPORT LINE LAYOUTS
002030***************************************************************
002040 01  DL260-WS-HDR-LINE.
002050     05  FILLER                  PIC X(35)
002060             VALUE "BRANCH FEED RECEIPT - BUSINESS DATE".
002070     05  FILLER                  PIC X(01)  VALUE SPACE.
002080     05  DL260-HL-CCYY           PIC 9(04).
002090     05  FILLER                  PIC X(01)  VALUE "-".
002100     05  DL260-HL-MM             PIC 9(02).
002110     05  FILLER                  PIC X(01)  VALUE "-".
002120     05  DL260-HL-DD             PIC 9(02).
002130     05  FILLER                  PIC X(34)  VALUE SPACES.
002140 01  DL260-WS-CUT-LINE.
002150     05  FILLER                  PIC X(08)  VALUE "CUT-OFF ".
002160     05  DL260-CT-CUTOFF         PIC X(04).
002170     05  FILLER                  PIC X(10)  VALUE "  RUN AT  ".
002180     05  DL260-CT-RUN-TIME       PIC 9(04).
002190     05  FILLER                  PIC X(02)  VALUE SPACES.
002200     05  DL260-CT-KIND           PIC X(16).
002210     05  FILLER                  PIC X(36)  VALUE SPACES.
002220 01  DL260-WS-SEC-LINE.
002230     05  FILLER                  PIC X(01)  VALUE SPACE.
002240     05  DL260-SEC-TEXT          PIC X(50).
002250     05  FILLER                  PIC X(29)  VALUE SPACES.
002260 01  DL260-WS-FCL-LINE.
002270     05  FILLER                  PIC X(36)
002280             VALUE "  FEED  BR   FEED DATE RECORDS      ".
002290     05  FILLER                  PIC X(15)
002300             VALUE " VOLUME  REASON".
002310     05  FILLER                  PIC X(29)  VALUE SPACES.
002320 01  DL260-WS-FED-LINE.
002330     05  FILLER                  PIC X(01)  VALUE SPACES.
002340     05  DL260-FL-SEQ            PIC ZZZZ9.
002350     05  FILLER                  PIC X(02)  VALUE SPACES.
002360     05  DL260-FL-BRANCH         PIC 9(03).
002370     05  FILLER                  PIC X(02)  VALUE SPACES.
002380     05  DL260-FL-DATE           PIC 9(08).
002390     05  FILLER                  PIC X(02)  VALUE SPACES.
002400     05  DL260-FL-RECS           PIC ZZZZZZ9.
002410     05  FILLER                  PIC X(02)  VALUE SPACES.
002420     05  DL260-FL-VOLUME         PIC ZZZ,ZZZ,ZZ9.
002430     05  FILLER                  PIC X(02)  VALUE SPACES.
002440     05  DL260-FL-REASON         PIC X(20).
002450     05  FILLER                  PIC X(15)  VALUE SPACES.
002460 01  DL260-WS-RCL-LINE.
002470     05  FILLER                  PIC X(36)
002480             VALUE " BR  BRANCH NAME           RECORDS  ".
002490     05  FILLER                  PIC X(19)
002500             VALUE "     VOLUME  STATUS".
002510     05  FILLER                  PIC X(25)  VALUE SPACES.
002520 01  DL260-WS-RCP-LINE.
002530     05  FILLER                  PIC X(01)  VALUE SPACES.
002540     05  DL260-RL-BRANCH         PIC 9(03).
002550     05  FILLER                  PIC X(02)  VALUE SPACES.
002560     05  DL260-RL-NAME           PIC X(20).
002570     05  FILLER                  PIC X(02)  VALUE SPACES.
002580     05  DL260-RL-RECS           PIC ZZZZZZ9.
002590     05  FILLER                  PIC X(02)  VALUE SPACES.
002600     05  DL260-RL-VOLUME         PIC ZZZ,ZZZ,ZZ9.
002610     05  FILLER                  PIC X(02)  VALUE SPACES.
002620     05  DL260-RL-STATUS         PIC X(14).
002630     05  FILLER                  PIC X(16)  VALUE SPACES.
002640 01  DL260-WS-NIL-LINE.
002650     05  FILLER                  PIC X(40)
002660             VALUE "  NONE".
002670     05  FILLER                  PIC X(40)  VALUE SPACES.
002680 01  DL260-WS-SUM-LINE.
002690     05  DL260-SL-LABEL          PIC X(26).
002700     05  DL260-SL-COUNT          PIC ZZZZZZ9.
002710     05  FILLER                  PIC X(47)  VALUE SPACES.
002720 01  DL260-WS-VOL-LINE.
002730     05  DL260-VL-LABEL          PIC X(26).
002740     05  DL260-VL-VOLUME         PIC ZZZ,ZZZ,ZZ9.
002750     05  FILLER                  PIC X(43)  VALUE SPACES.
002760 LINKAGE SECTION.
002770***************************************************************
002780*  DL260-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
002790*                       COLUMNS 1-8 ARE THE BUSINESS DATE,
002800*                       9-12 THE CUT-OFF TIME.
002810***************************************************************
002820 01  DL260-PARM-AREA.
002830     05  DL260-PARM-LEN          PIC S9(04) COMP.
002840     05  DL260-PARM-TEXT         PIC X(80).
002850     05  DL260-PARM-FIELDS REDEFINES DL260-PARM-TEXT.
002860         10  DL260-PARM-BUS-DATE PIC X(08).
002870         10  DL260-PARM-BUS-DATE-N REDEFINES
002880             DL260-PARM-BUS-DATE PIC 9(08).
002890         10  DL260-PARM-CUTOFF   PIC X(04).
002900         10  DL260-PARM-CUTOFF-N REDEFINES
002910             DL260-PARM-CUTOFF   PIC 9(04).
002920         10  FILLER              PIC X(68).
002930 PROCEDURE DIVISION USING DL260-PARM-AREA.
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     IF DL260-WS-RETURN-CODE < 0016
002970         PERFORM 2000-CHECK-FEEDS THRU 2000-EXIT
002980     END-IF.
002990     IF DL260-WS-RETURN-CODE < 0016
003000         AND DL260-AT-CUTOFF
003010         PERFORM 4000-BUILD-BATCH THRU 4000-EXIT
003020     END-IF.
003030     IF DL260-WS-RETURN-CODE < 0016
003040         PERFORM 6000-PRINT-RECEIPT THRU 6000-EXIT
003050     END-IF.
003060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003070     MOVE DL260-WS-RETURN-CODE TO RETURN-CODE.
003080     STOP RUN.
003090
003100***************************************************************
003110*  1000-INITIALIZE  --  TAKE THE BUSINESS DATE AND CUT-OFF
003120*                       FROM THE PARM, OPEN THE RECEIPT
003130*                       REPORT, LOAD THE BRANCH MASTER, AND
003140*                       PRINT THE HEADING.
003150***************************************************************
003160 1000-INITIALIZE.
003170     ACCEPT DL260-WS-RUN-DATE FROM DATE YYYYMMDD.
003180     ACCEPT DL260-WS-RUN-TIME FROM TIME.
003190     MOVE DL260-WS-RUN-DATE-N TO DL260-WS-BUS-DATE.
003200     MOVE "NONE" TO DL260-CT-CUTOFF.
003210     OPEN OUTPUT DL260-RPT-FILE.
003220     IF DL260-WS-RPT-STATUS NOT = "00"
003230         DISPLAY "FEEDIN: UNABLE TO OPEN FEEDRPT, STATUS = "
003240             DL260-WS-RPT-STATUS
003250         MOVE 0016 TO DL260-WS-RETURN-CODE
003260         GO TO 1000-EXIT.
003270     IF DL260-PARM-LEN > ZERO
003280         AND DL260-PARM-BUS-DATE NOT = SPACES
003290         AND DL260-PARM-BUS-DATE NOT = ZEROS
003300         IF DL260-PARM-BUS-DATE NUMERIC
003310             MOVE DL260-PARM-BUS-DATE-N TO DL260-WS-BUS-DATE
003320         ELSE
003330             DISPLAY "FEEDIN: PARM BUSINESS DATE "
003340                 DL260-PARM-BUS-DATE " IS NOT CCYYMMDD"
003350             MOVE 0016 TO DL260-WS-RETURN-CODE
003360             GO TO 1000-EXIT
003370         END-IF
003380     END-IF.
003390*    A CUT-OFF ONLY HOLDS THE BATCH BACK ON THE BUSINESS DATE
003400*    ITSELF - A FEED RUN FOR AN EARLIER DATE IS PAST IT.
003410     IF DL260-PARM-LEN > 8
003420         AND DL260-PARM-CUTOFF NOT = SPACES
003430         IF DL260-PARM-CUTOFF NUMERIC
003440             MOVE DL260-PARM-CUTOFF-N TO DL260-WS-CUTOFF
003450             MOVE DL260-PARM-CUTOFF TO DL260-CT-CUTOFF
003460             IF DL260-WS-BUS-DATE = DL260-WS-RUN-DATE-N
003470                 AND DL260-WS-RUN-HHMM < DL260-WS-CUTOFF
003480                 SET DL260-BEFORE-CUTOFF TO TRUE
003490             END-IF
003500         ELSE
003510             DISPLAY "FEEDIN: PARM CUT-OFF "
003520                 DL260-PARM-CUTOFF " IS NOT HHMM"
003530             MOVE 0016 TO DL260-WS-RETURN-CODE
003540             GO TO 1000-EXIT
003550         END-IF
003560     END-IF.
003570     PERFORM 1500-LOAD-BRANCHES THRU 1500-EXIT.
003580     IF DL260-WS-RETURN-CODE NOT < 0016
003590         GO TO 1000-EXIT.
003600     MOVE DL260-WS-BUS-DATE(1:4) TO DL260-HL-CCYY.
003610     MOVE DL260-WS-BUS-DATE(5:2) TO DL260-HL-MM.
003620     MOVE DL260-WS-BUS-DATE(7:2) TO DL260-HL-DD.
003630     MOVE DL260-WS-HDR-LINE TO DL260-RPT-RECORD.
003640     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003650     MOVE DL260-WS-RUN-HHMM TO DL260-CT-RUN-TIME.
003660     IF DL260-AT-CUTOFF
003670         MOVE "FINAL RECEIPT" TO DL260-CT-KIND
003680     ELSE
003690         MOVE "INTERIM RECEIPT" TO DL260-CT-KIND
003700     END-IF.
003710     MOVE DL260-WS-CUT-LINE TO DL260-RPT-RECORD.
003720     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003730 1000-EXIT.
003740     EXIT.
003750
003760***************************************************************
003770*  1500-LOAD-BRANCHES  --  LOAD THE BRANCH MASTER INTO THE
003780*                          BRANCH TABLE.  WITHOUT THE MASTER
003790*                          NO SUBMISSION CAN BE CHECKED, SO
003800*                          THE RUN STOPS.
003810***************************************************************
003820 1500-LOAD-BRANCHES.
003830     OPEN INPUT DL260-BRN-FILE.
003840     IF DL260-WS-BRN-STATUS NOT = "00"
003850         DISPLAY "FEEDIN: UNABLE TO OPEN BRANCHDD, STATUS = "
003860             DL260-WS-BRN-STATUS
003870         MOVE 0016 TO DL260-WS-RETURN-CODE
003880         GO TO 1500-EXIT.
003890     MOVE ZEROS TO DL260-WS-BRNM-TABLE.
003900     PERFORM 1510-LOAD-BRN-ROW THRU 1510-EXIT
003910         UNTIL DL260-EOF-BRANCHES.
003920     CLOSE DL260-BRN-FILE.
003930 1500-EXIT.
003940     EXIT.
003950
003960 1510-LOAD-BRN-ROW.
003970     READ DL260-BRN-FILE NEXT RECORD
003980         AT END
003990             SET DL260-EOF-BRANCHES TO TRUE
004000             GO TO 1510-EXIT
004010     END-READ.
004020     IF DL260-WS-BRNM-USED >= 50
004030         DISPLAY "FEEDIN: BRANCH TABLE FULL, BRANCH "
004040             DL100-BRN-BRANCH " NOT LOADED"
004050         GO TO 1510-EXIT.
004060     ADD 1 TO DL260-WS-BRNM-USED.
004070     MOVE DL100-BRN-BRANCH
004080         TO DL260-WS-BM-CODE(DL260-WS-BRNM-USED).
004090     MOVE DL100-BRN-NAME
004100         TO DL260-WS-BM-NAME(DL260-WS-BRNM-USED).
004110     MOVE DL100-BRN-STATUS
004120         TO DL260-WS-BM-STATUS(DL260-WS-BRNM-USED).
004130     MOVE "N" TO DL260-WS-BM-REFUSED(DL260-WS-BRNM-USED).
004140     IF DL100-BRN-IS-OPEN
004150         ADD 1 TO DL260-WS-OPEN-COUNT
004160     END-IF.
004170 1510-EXIT.
004180     EXIT.
004190
004200***************************************************************
004210*  2000-CHECK-FEEDS  --  FIRST PASS OF BRFEED.  EACH
004220*                        SUBMISSION IS CHECKED FROM ITS BFH
004230*                        TO ITS BFT AND EITHER ACCEPTED FOR
004240*                        ITS BRANCH OR LISTED AS REFUSED.
004250***************************************************************
004260 2000-CHECK-FEEDS.
004270     OPEN INPUT DL260-FED-FILE.
004280     IF DL260-WS-FED-STATUS NOT = "00"
004290         DISPLAY "FEEDIN: UNABLE TO OPEN BRFEED, STATUS = "
004300             DL260-WS-FED-STATUS
004310         MOVE 0016 TO DL260-WS-RETURN-CODE
004320         GO TO 2000-EXIT.
004330     MOVE "FEEDS REFUSED" TO DL260-SEC-TEXT.
004340     MOVE DL260-WS-SEC-LINE TO DL260-RPT-RECORD.
004350     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004360     MOVE DL260-WS-FCL-LINE TO DL260-RPT-RECORD.
004370     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004380     MOVE ZERO TO DL260-WS-FEED-SEQ.
004390     PERFORM 2100-READ-FEED THRU 2100-EXIT.
004400     PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
004410         UNTIL DL260-EOF-FEEDS.
004420     IF DL260-FEED-OPEN
004430         MOVE "NO FEED TRAILER" TO DL260-WS-FD-REASON
004440         PERFORM 2500-CLOSE-FEED THRU 2500-EXIT
004450     END-IF.
004460     IF DL260-WS-REFUSE-COUNT = ZERO
004470         MOVE DL260-WS-NIL-LINE TO DL260-RPT-RECORD
004480         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
004490     END-IF.
004500     CLOSE DL260-FED-FILE.
004510 2000-EXIT.
004520     EXIT.
004530
004540 2100-READ-FEED.
004550     READ DL260-FED-FILE
004560         AT END
004570             SET DL260-EOF-FEEDS TO TRUE
004580     END-READ.
004590 2100-EXIT.
004600     EXIT.
004610
004620***************************************************************
004630*  2200-CHECK-RECORD  --  ONE BRFEED RECORD.  A BFH CLOSES
004640*                         ANY SUBMISSION LEFT WITHOUT ITS
004650*                         TRAILER AND OPENS THE NEXT; A BFD
004660*                         ADDS TO THE OPEN SUBMISSION; A BFT
004670*                         IS CHECKED AGAINST IT AND CLOSES
004680*                         IT.
004690***************************************************************
004700 2200-CHECK-RECORD.
004710     EVALUATE TRUE
004720         WHEN DL100-FED-IS-HDR
004730             IF DL260-FEED-OPEN
004740                 MOVE "NO FEED TRAILER" TO DL260-WS-FD-REASON
004750                 PERFORM 2500-CLOSE-FEED THRU 2500-EXIT
004760             END-IF
004770             PERFORM 2300-OPEN-FEED THRU 2300-EXIT
004780         WHEN NOT DL260-FEED-OPEN
004790             PERFORM 2600-ORPHAN-RECORD THRU 2600-EXIT
004800         WHEN DL100-FED-IS-DET
004810             ADD 1 TO DL260-WS-FD-RECS
004820             IF DL100-FED-A NUMERIC
004830                 ADD DL100-FED-A TO DL260-WS-FD-VOLUME
004840             ELSE
004850                 IF DL260-WS-FD-REASON = SPACES
004860                     MOVE "BAD DETAIL VOLUME"
004870                         TO DL260-WS-FD-REASON
004880                 END-IF
004890             END-IF
004900         WHEN DL100-FED-IS-TRL
004910             PERFORM 2400-CHECK-TRAILER THRU 2400-EXIT
004920             PERFORM 2500-CLOSE-FEED THRU 2500-EXIT
004930         WHEN OTHER
004940             IF DL260-WS-FD-REASON = SPACES
004950                 MOVE "UNKNOWN RECORD TYPE" TO DL260-WS-FD-REASON
004960             END-IF
004970     END-EVALUATE.
004980     PERFORM 2100-READ-FEED THRU 2100-EXIT.
004990 2200-EXIT.
005000     EXIT.
005010
005020 2300-OPEN-FEED.
005030     ADD 1 TO DL260-WS-FEED-SEQ.
005040     ADD 1 TO DL260-WS-FEED-COUNT.
005050     SET DL260-FEED-OPEN TO TRUE.
005060     MOVE ZERO TO DL260-WS-FD-RECS.
005070     MOVE ZERO TO DL260-WS-FD-VOLUME.
005080     MOVE SPACES TO DL260-WS-FD-REASON.
005090     IF DL100-FED-HDR-BRANCH NUMERIC
005100         MOVE DL100-FED-HDR-BRANCH TO DL260-WS-FD-BRANCH
005110     ELSE
005120         MOVE ZERO TO DL260-WS-FD-BRANCH
005130         MOVE "BAD FEED HEADER" TO DL260-WS-FD-REASON
005140     END-IF.
005150     IF DL100-FED-HDR-DATE NUMERIC
005160         MOVE DL100-FED-HDR-DATE TO DL260-WS-FD-DATE
005170     ELSE
005180         MOVE ZERO TO DL260-WS-FD-DATE
005190         MOVE "BAD FEED HEADER" TO DL260-WS-FD-REASON
005200     END-IF.
005210 2300-EXIT.
005220     EXIT.
005230
005240***************************************************************
005250*  2400-CHECK-TRAILER  --  THE BRANCH'S OWN RECORD COUNT AND
005260*                          VOLUME TOTAL MUST AGREE WITH WHAT
005270*                          ITS DETAILS ADDED UP TO.
005280***************************************************************
005290 2400-CHECK-TRAILER.
005300     IF DL260-WS-FD-REASON NOT = SPACES
005310         GO TO 2400-EXIT.
005320     IF DL100-FED-TRL-RECS NOT NUMERIC
005330         OR DL100-FED-TRL-VOLUME NOT NUMERIC
005340         MOVE "BAD FEED TRAILER" TO DL260-WS-FD-REASON
005350         GO TO 2400-EXIT.
005360     IF DL100-FED-TRL-RECS NOT = DL260-WS-FD-RECS
005370         MOVE "RECORD COUNT BREAK" TO DL260-WS-FD-REASON
005380         GO TO 2400-EXIT.
005390     IF DL100-FED-TRL-VOLUME NOT = DL260-WS-FD-VOLUME
005400         MOVE "VOLUME TOTAL BREAK" TO DL260-WS-FD-REASON
005410     END-IF.
005420 2400-EXIT.
005430     EXIT.
005440
005450***************************************************************
005460*  2500-CLOSE-FEED  --  DECIDE THE SUBMISSION.  IT MUST COME
005470*                       FROM AN OPEN BRANCH ON THE MASTER,
005480*                       CARRY THE BUSINESS DATE, AND BE THE
005490*                       FIRST GOOD ONE FROM THAT BRANCH.
005500***************************************************************
005510 2500-CLOSE-FEED.
005520     MOVE "N" TO DL260-WS-FEED-OPEN-SW.
005530     MOVE DL260-WS-FD-BRANCH TO DL260-WS-BRNM-SRCH.
005540     PERFORM 7000-FIND-BRANCH THRU 7000-EXIT.
005550     IF DL260-WS-FD-REASON NOT = SPACES
005560         GO TO 2500-REFUSE.
005570     IF DL260-WS-BRNM-FOUND = ZERO
005580         MOVE "NOT ON BRANCH MASTER" TO DL260-WS-FD-REASON
005590         GO TO 2500-REFUSE.
005600     IF NOT DL260-BM-IS-OPEN(DL260-WS-BRNM-FOUND)
005610         MOVE "BRANCH NOT OPEN" TO DL260-WS-FD-REASON
005620         GO TO 2500-REFUSE.
005630     IF DL260-WS-FD-DATE NOT = DL260-WS-BUS-DATE
005640         MOVE "WRONG BUSINESS DATE" TO DL260-WS-FD-REASON
005650         GO TO 2500-REFUSE.
005660     IF DL260-WS-BM-FEED-SEQ(DL260-WS-BRNM-FOUND) > ZERO
005670         MOVE "DUPLICATE FEED" TO DL260-WS-FD-REASON
005680         GO TO 2500-REFUSE.
005690     MOVE DL260-WS-FEED-SEQ
005700         TO DL260-WS-BM-FEED-SEQ(DL260-WS-BRNM-FOUND).
005710     MOVE DL260-WS-FD-RECS
005720         TO DL260-WS-BM-RECS(DL260-WS-BRNM-FOUND).
005730     MOVE DL260-WS-FD-VOLUME
005740         TO DL260-WS-BM-VOLUME(DL260-WS-BRNM-FOUND).
005750     ADD 1 TO DL260-WS-ACCEPT-COUNT.
005760     GO TO 2500-EXIT.
005770 2500-REFUSE.
005780     ADD 1 TO DL260-WS-REFUSE-COUNT.
005790     IF DL260-WS-BRNM-FOUND > ZERO
005800         MOVE "Y" TO DL260-WS-BM-REFUSED(DL260-WS-BRNM-FOUND)
005810     END-IF.
005820     MOVE DL260-WS-FEED-SEQ TO DL260-FL-SEQ.
005830     MOVE DL260-WS-FD-BRANCH TO DL260-FL-BRANCH.
005840     MOVE DL260-WS-FD-DATE TO DL260-FL-DATE.
005850     MOVE DL260-WS-FD-RECS TO DL260-FL-RECS.
005860     MOVE DL260-WS-FD-VOLUME TO DL260-FL-VOLUME.
005870     MOVE DL260-WS-FD-REASON TO DL260-FL-REASON.
005880     MOVE DL260-WS-FED-LINE TO DL260-RPT-RECORD.
005890     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
005900     DISPLAY "FEEDIN: FEED " DL260-WS-FEED-SEQ " FROM BRANCH "
005910         DL260-WS-FD-BRANCH " REFUSED - " DL260-WS-FD-REASON.
005920 2500-EXIT.
005930     EXIT.
005940
005950***************************************************************
005960*  2600-ORPHAN-RECORD  --  A BFD OR BFT (OR ANYTHING ELSE)
005970*                          WITH NO BFH AHEAD OF IT BELONGS TO
005980*                          NO BRANCH AND IS IGNORED.
005990***************************************************************
006000 2600-ORPHAN-RECORD.
006010     ADD 1 TO DL260-WS-ORPHAN-COUNT.
006020     DISPLAY "FEEDIN: " DL100-FED-RECORD-TYPE
006030         " RECORD OUTSIDE A BRANCH FEED IGNORED".
006040 2600-EXIT.
006050     EXIT.
006060
006070***************************************************************
006080*  4000-BUILD-BATCH  --  SECOND PASS OF BRFEED, AT THE
006090*                        CUT-OFF.  THE DETAILS OF EVERY
006100*                        ACCEPTED SUBMISSION ARE WRITTEN TO
006110*                        DAILYCNT AS ONE BATCH FOR THE
006120*                        BUSINESS DATE, FOLLOWED BY ANY TRX
006130*                        RECORDS AND THE TRL.  WITH NOTHING
006140*                        ACCEPTED NO BATCH IS WRITTEN - AN
006150*                        EMPTY HDR/TRL PAIR WOULD POST AS A
006160*                        REAL ZERO-VOLUME DAY.
006170***************************************************************
006180 4000-BUILD-BATCH.
006190     IF DL260-WS-ACCEPT-COUNT = ZERO
006200         DISPLAY "FEEDIN: NO BRANCH FEED ACCEPTED FOR "
006210             DL260-WS-BUS-DATE " - NO BATCH WRITTEN"
006220         MOVE 0008 TO DL260-WS-RETURN-CODE
006230         GO TO 4000-EXIT.
006240     OPEN OUTPUT DL260-OUT-FILE.
006250     IF DL260-WS-OUT-STATUS NOT = "00"
006260         DISPLAY "FEEDIN: UNABLE TO OPEN DAILYCNT, STATUS = "
006270             DL260-WS-OUT-STATUS
006280         MOVE 0016 TO DL260-WS-RETURN-CODE
006290         GO TO 4000-EXIT.
006300     SET DL260-OUT-OPEN TO TRUE.
006310     OPEN INPUT DL260-FED-FILE.
006320     IF DL260-WS-FED-STATUS NOT = "00"
006330         DISPLAY "FEEDIN: UNABLE TO REOPEN BRFEED, STATUS = "
006340             DL260-WS-FED-STATUS
006350         MOVE 0016 TO DL260-WS-RETURN-CODE
006360         GO TO 4000-EXIT.
006370     MOVE SPACES TO DL100-IN-RECORD.
006380     MOVE "HDR" TO DL100-IN-RECORD-TYPE.
006390     MOVE DL260-WS-BUS-DATE TO DL100-IN-HDR-DATE.
006400     PERFORM 4500-WRITE-OUT-RECORD THRU 4500-EXIT.
006410     MOVE "N" TO DL260-WS-FED-EOF-SW.
006420     MOVE ZERO TO DL260-WS-FEED-SEQ.
006430     PERFORM 2100-READ-FEED THRU 2100-EXIT.
006440     PERFORM 4100-COPY-RECORD THRU 4100-EXIT
006450         UNTIL DL260-EOF-FEEDS
006460         OR DL260-WS-RETURN-CODE NOT < 0016.
006470     CLOSE DL260-FED-FILE.
006480     IF DL260-WS-RETURN-CODE NOT < 0016
006490         GO TO 4000-EXIT.
006500     MOVE 1 TO DL260-WS-BRNM-IDX.
006510     PERFORM 4200-COLLECT-ACCEPTED THRU 4200-EXIT
006520         UNTIL DL260-WS-BRNM-IDX > DL260-WS-BRNM-USED.
006530     MOVE 6 TO DL260-WS-ACC-IDX.
006540     PERFORM 4400-WRITE-TRL-EXTENSION THRU 4400-EXIT
006550         UNTIL DL260-WS-ACC-IDX > DL260-WS-ACC-USED
006560         OR DL260-WS-RETURN-CODE NOT < 0016.
006570     IF DL260-WS-RETURN-CODE NOT < 0016
006580         GO TO 4000-EXIT.
006590     MOVE SPACES TO DL100-IN-RECORD.
006600     MOVE "TRL" TO DL100-IN-RECORD-TYPE.
006610     MOVE DL260-WS-GRAND-VOLUME TO DL100-IN-TRL-COUNT.
006620     MOVE ZEROS TO DL100-IN-TRL-BRANCHES.
006630     MOVE 1 TO DL260-WS-ACC-IDX.
006640     MOVE 1 TO DL260-WS-TRL-SLOT.
006650     PERFORM 4300-MOVE-TRL-BRANCH THRU 4300-EXIT
006660         UNTIL DL260-WS-ACC-IDX > DL260-WS-ACC-USED
006670         OR DL260-WS-TRL-SLOT > 5.
006680     PERFORM 4500-WRITE-OUT-RECORD THRU 4500-EXIT.
006690 4000-EXIT.
006700     EXIT.
006710
006720***************************************************************
006730*  4100-COPY-RECORD  --  COPY THE DETAILS OF AN ACCEPTED
006740*                        SUBMISSION TO DAILYCNT UNDER ITS
006750*                        BRANCH.  A SUBMISSION IS ACCEPTED
006760*                        WHEN ITS SEQUENCE ON BRFEED IS THE
006770*                        ONE THE FIRST PASS RECORDED FOR ITS
006780*                        BRANCH.
006790***************************************************************
006800 4100-COPY-RECORD.
006810     EVALUATE TRUE
006820         WHEN DL100-FED-IS-HDR
006830             ADD 1 TO DL260-WS-FEED-SEQ
006840             MOVE "N" TO DL260-WS-COPY-SW
006850             IF DL100-FED-HDR-BRANCH NUMERIC
006860                 MOVE DL100-FED-HDR-BRANCH TO DL260-WS-BRNM-SRCH
006870                 PERFORM 7000-FIND-BRANCH THRU 7000-EXIT
006880                 IF DL260-WS-BRNM-FOUND > ZERO
006890                     AND DL260-WS-BM-FEED-SEQ(DL260-WS-BRNM-FOUND)
006900                         = DL260-WS-FEED-SEQ
006910                     SET DL260-COPYING-FEED TO TRUE
006920                     MOVE DL100-FED-HDR-BRANCH
006930                         TO DL260-WS-OUT-BRANCH
006940                 END-IF
006950             END-IF
006960         WHEN DL100-FED-IS-DET AND DL260-COPYING-FEED
006970             MOVE SPACES TO DL100-IN-RECORD
006980             MOVE "DET" TO DL100-IN-RECORD-TYPE
006990             MOVE DL100-FED-A TO DL100-IN-A
007000             MOVE DL260-WS-OUT-BRANCH TO DL100-IN-DET-BRANCH
007010             PERFORM 4500-WRITE-OUT-RECORD THRU 4500-EXIT
007020             IF DL260-WS-RETURN-CODE < 0016
007030                 ADD 1 TO DL260-WS-DET-WRITTEN
007040             END-IF
007050         WHEN DL100-FED-IS-TRL
007060             MOVE "N" TO DL260-WS-COPY-SW
007070         WHEN OTHER
007080             CONTINUE
007090     END-EVALUATE.
007100     PERFORM 2100-READ-FEED THRU 2100-EXIT.
007110 4100-EXIT.
007120     EXIT.
007130
007140***************************************************************
007150*  4200-COLLECT-ACCEPTED  --  ADD AN ACCEPTED BRANCH TO THE
007160*                             TRAILER TABLE AND ITS VOLUME TO
007170*                             THE BATCH CONTROL COUNT.
007180***************************************************************
007190 4200-COLLECT-ACCEPTED.
007200     IF DL260-WS-BM-FEED-SEQ(DL260-WS-BRNM-IDX) > ZERO
007210         ADD 1 TO DL260-WS-ACC-USED
007220         MOVE DL260-WS-BM-CODE(DL260-WS-BRNM-IDX)
007230             TO DL260-WS-ACC-CODE(DL260-WS-ACC-USED)
007240         MOVE DL260-WS-BM-VOLUME(DL260-WS-BRNM-IDX)
007250             TO DL260-WS-ACC-VOLUME(DL260-WS-ACC-USED)
007260         ADD DL260-WS-BM-VOLUME(DL260-WS-BRNM-IDX)
007270             TO DL260-WS-GRAND-VOLUME
007280     END-IF.
007290     ADD 1 TO DL260-WS-BRNM-IDX.
007300 4200-EXIT.
007310     EXIT.
007320
007330***************************************************************
007340*  4300-MOVE-TRL-BRANCH  --  MOVE ONE ACCEPTED BRANCH INTO THE
007350*                            NEXT SLOT OF THE TRL OR TRX
007360*                            RECORD'S CONTROL COUNT TABLE.
007370***************************************************************
007380 4300-MOVE-TRL-BRANCH.
007390     MOVE DL260-WS-ACC-CODE(DL260-WS-ACC-IDX)
007400         TO DL100-IN-TRL-BR-CODE(DL260-WS-TRL-SLOT).
007410     MOVE DL260-WS-ACC-VOLUME(DL260-WS-ACC-IDX)
007420         TO DL100-IN-TRL-BR-COUNT(DL260-WS-TRL-SLOT).
007430     ADD 1 TO DL260-WS-TRL-SLOT.
007440     ADD 1 TO DL260-WS-ACC-IDX.
007450 4300-EXIT.
007460     EXIT.
007470
007480***************************************************************
007490*  4400-WRITE-TRL-EXTENSION  --  WRITE ONE TRX RECORD CARRYING
007500*                                THE NEXT FIVE BRANCH CONTROL
007510*                                COUNTS PAST THE FIVE THE TRL
007520*                                HOLDS.
007530***************************************************************
007540 4400-WRITE-TRL-EXTENSION.
007550     MOVE SPACES TO DL100-IN-RECORD.
007560     MOVE "TRX" TO DL100-IN-RECORD-TYPE.
007570     MOVE ZERO TO DL100-IN-TRL-COUNT.
007580     MOVE ZEROS TO DL100-IN-TRL-BRANCHES.
007590     MOVE 1 TO DL260-WS-TRL-SLOT.
007600     PERFORM 4300-MOVE-TRL-BRANCH THRU 4300-EXIT
007610         UNTIL DL260-WS-ACC-IDX > DL260-WS-ACC-USED
007620         OR DL260-WS-TRL-SLOT > 5.
007630     PERFORM 4500-WRITE-OUT-RECORD THRU 4500-EXIT.
007640 4400-EXIT.
007650     EXIT.
007660
007670***************************************************************
007680*  4500-WRITE-OUT-RECORD  --  WRITE ONE DAILYCNT RECORD.  A
007690*                             FAILED WRITE ENDS THE BATCH
007700*                             WITH 0016.
007710***************************************************************
007720 4500-WRITE-OUT-RECORD.
007730     WRITE DL100-IN-RECORD.
007740     IF DL260-WS-OUT-STATUS NOT = "00"
007750         DISPLAY "FEEDIN: UNABLE TO WRITE DAILYCNT, STATUS = "
007760             DL260-WS-OUT-STATUS
007770         MOVE 0016 TO DL260-WS-RETURN-CODE
007780     END-IF.
007790 4500-EXIT.
007800     EXIT.
007810
007820***************************************************************
007830*  6000-PRINT-RECEIPT  --  LIST THE FEEDS RECEIVED, THEN EVERY
007840*                          OPEN BRANCH WITHOUT AN ACCEPTED
007850*                          FEED - NOT RECEIVED AT THE
007860*                          CUT-OFF, STILL AWAITED BEFORE IT,
007870*                          OR REFUSED AND WAITING FOR A
007880*                          RESEND.
007890***************************************************************
007900 6000-PRINT-RECEIPT.
007910     MOVE "FEEDS RECEIVED" TO DL260-SEC-TEXT.
007920     MOVE DL260-WS-SEC-LINE TO DL260-RPT-RECORD.
007930     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
007940     MOVE DL260-WS-RCL-LINE TO DL260-RPT-RECORD.
007950     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
007960     MOVE 1 TO DL260-WS-BRNM-IDX.
007970     PERFORM 6100-LIST-RECEIVED THRU 6100-EXIT
007980         UNTIL DL260-WS-BRNM-IDX > DL260-WS-BRNM-USED.
007990     IF DL260-WS-RECEIVED-COUNT = ZERO
008000         MOVE DL260-WS-NIL-LINE TO DL260-RPT-RECORD
008010         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
008020     END-IF.
008030     IF DL260-AT-CUTOFF
008040         MOVE "OPEN BRANCHES WITH NO FEED AT THE CUT-OFF"
008050             TO DL260-SEC-TEXT
008060     ELSE
008070         MOVE "OPEN BRANCHES NOT YET RECEIVED"
008080             TO DL260-SEC-TEXT
008090     END-IF.
008100     MOVE DL260-WS-SEC-LINE TO DL260-RPT-RECORD.
008110     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008120     MOVE DL260-WS-RCL-LINE TO DL260-RPT-RECORD.
008130     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008140     MOVE 1 TO DL260-WS-BRNM-IDX.
008150     PERFORM 6200-LIST-MISSING THRU 6200-EXIT
008160         UNTIL DL260-WS-BRNM-IDX > DL260-WS-BRNM-USED.
008170     IF DL260-WS-MISSING-COUNT = ZERO
008180         MOVE DL260-WS-NIL-LINE TO DL260-RPT-RECORD
008190         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
008200     END-IF.
008210 6000-EXIT.
008220     EXIT.
008230
008240 6100-LIST-RECEIVED.
008250     IF DL260-WS-BM-FEED-SEQ(DL260-WS-BRNM-IDX) > ZERO
008260         ADD 1 TO DL260-WS-RECEIVED-COUNT
008270         MOVE DL260-WS-BM-RECS(DL260-WS-BRNM-IDX)
008280             TO DL260-RL-RECS
008290         MOVE DL260-WS-BM-VOLUME(DL260-WS-BRNM-IDX)
008300             TO DL260-RL-VOLUME
008310         MOVE "RECEIVED" TO DL260-RL-STATUS
008320         PERFORM 6300-PRINT-BRANCH-LINE THRU 6300-EXIT
008330     END-IF.
008340     ADD 1 TO DL260-WS-BRNM-IDX.
008350 6100-EXIT.
008360     EXIT.
008370
008380 6200-LIST-MISSING.
008390     IF DL260-BM-IS-OPEN(DL260-WS-BRNM-IDX)
008400         AND DL260-WS-BM-FEED-SEQ(DL260-WS-BRNM-IDX) = ZERO
008410         ADD 1 TO DL260-WS-MISSING-COUNT
008420         MOVE ZERO TO DL260-RL-RECS
008430         MOVE ZERO TO DL260-RL-VOLUME
008440         EVALUATE TRUE
008450             WHEN DL260-BM-WAS-REFUSED(DL260-WS-BRNM-IDX)
008460                 MOVE "REFUSED" TO DL260-RL-STATUS
008470             WHEN DL260-AT-CUTOFF
008480                 MOVE "NOT RECEIVED" TO DL260-RL-STATUS
008490             WHEN OTHER
008500                 MOVE "AWAITED" TO DL260-RL-STATUS
008510         END-EVALUATE
008520         PERFORM 6300-PRINT-BRANCH-LINE THRU 6300-EXIT
008530     END-IF.
008540     ADD 1 TO DL260-WS-BRNM-IDX.
008550 6200-EXIT.
008560     EXIT.
008570
008580 6300-PRINT-BRANCH-LINE.
008590     MOVE DL260-WS-BM-CODE(DL260-WS-BRNM-IDX) TO DL260-RL-BRANCH.
008600     MOVE DL260-WS-BM-NAME(DL260-WS-BRNM-IDX) TO DL260-RL-NAME.
008610     MOVE DL260-WS-RCP-LINE TO DL260-RPT-RECORD.
008620     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008630 6300-EXIT.
008640     EXIT.
008650
008660***************************************************************
008670*  7000-FIND-BRANCH  --  LOOK UP DL260-WS-BRNM-SRCH IN THE
008680*                        BRANCH TABLE.  ZERO MEANS THE BRANCH
008690*                        IS NOT ON THE MASTER.
008700***************************************************************
008710 7000-FIND-BRANCH.
008720     MOVE ZERO TO DL260-WS-BRNM-FOUND.
008730     MOVE 1 TO DL260-WS-BRNM-IDX.
008740     PERFORM 7010-TEST-BRANCH THRU 7010-EXIT
008750         UNTIL DL260-WS-BRNM-FOUND > ZERO
008760         OR DL260-WS-BRNM-IDX > DL260-WS-BRNM-USED.
008770 7000-EXIT.
008780     EXIT.
008790
008800 7010-TEST-BRANCH.
008810     IF DL260-WS-BM-CODE(DL260-WS-BRNM-IDX)
008820         = DL260-WS-BRNM-SRCH
008830         MOVE DL260-WS-BRNM-IDX TO DL260-WS-BRNM-FOUND
008840     ELSE
008850         ADD 1 TO DL260-WS-BRNM-IDX
008860     END-IF.
008870 7010-EXIT.
008880     EXIT.
008890
008900 8100-WRITE-RPT-LINE.
008910     IF DL260-WS-RPT-STATUS = "00"
008920         WRITE DL260-RPT-RECORD
008930     END-IF.
008940 8100-EXIT.
008950     EXIT.
008960
008970***************************************************************
008980*  9000-TERMINATE  --  PRINT THE SUMMARY, SET THE RETURN
008990*                      CODE, AND CLOSE THE FILES.
009000***************************************************************
009010 9000-TERMINATE.
009020     MOVE "OPEN BRANCHES:            " TO DL260-SL-LABEL.
009030     MOVE DL260-WS-OPEN-COUNT TO DL260-SL-COUNT.
009040     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009050     MOVE "FEEDS READ:               " TO DL260-SL-LABEL.
009060     MOVE DL260-WS-FEED-COUNT TO DL260-SL-COUNT.
009070     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009080     MOVE "FEEDS ACCEPTED:           " TO DL260-SL-LABEL.
009090     MOVE DL260-WS-ACCEPT-COUNT TO DL260-SL-COUNT.
009100     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009110     MOVE "FEEDS REFUSED:            " TO DL260-SL-LABEL.
009120     MOVE DL260-WS-REFUSE-COUNT TO DL260-SL-COUNT.
009130     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009140     MOVE "RECORDS OUTSIDE A FEED:   " TO DL260-SL-LABEL.
009150     MOVE DL260-WS-ORPHAN-COUNT TO DL260-SL-COUNT.
009160     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009170     IF DL260-AT-CUTOFF
009180         MOVE "BRANCHES NOT RECEIVED:    " TO DL260-SL-LABEL
009190     ELSE
009200         MOVE "BRANCHES STILL AWAITED:   " TO DL260-SL-LABEL
009210     END-IF.
009220     MOVE DL260-WS-MISSING-COUNT TO DL260-SL-COUNT.
009230     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009240     IF DL260-AT-CUTOFF
009250         MOVE "DETAILS WRITTEN:          " TO DL260-SL-LABEL
009260         MOVE DL260-WS-DET-WRITTEN TO DL260-SL-COUNT
009270         PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT
009280         MOVE "BATCH CONTROL COUNT:      " TO DL260-VL-LABEL
009290         MOVE DL260-WS-GRAND-VOLUME TO DL260-VL-VOLUME
009300         MOVE DL260-WS-VOL-LINE TO DL260-RPT-RECORD
009310         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
009320     END-IF.
009330     IF DL260-WS-REFUSE-COUNT > ZERO
009340         OR DL260-WS-ORPHAN-COUNT > ZERO
009350         OR (DL260-AT-CUTOFF
009360             AND DL260-WS-MISSING-COUNT > ZERO)
009370         IF DL260-WS-RETURN-CODE < 0004
009380             MOVE 0004 TO DL260-WS-RETURN-CODE
009390         END-IF
009400     END-IF.
009410     IF DL260-OUT-OPEN
009420         CLOSE DL260-OUT-FILE
009430     END-IF.
009440     IF DL260-WS-RPT-STATUS = "00"
009450         CLOSE DL260-RPT-FILE
009460     END-IF.
009470     PERFORM 9300-WRITE-RUN-CONTROL THRU 9300-EXIT.
009480     DISPLAY "FEEDIN: RETURN CODE " DL260-WS-RETURN-CODE.
009490 9000-EXIT.
009500     EXIT.
009510
009520 9100-PRINT-SUM-LINE.
009530     MOVE DL260-WS-SUM-LINE TO DL260-RPT-RECORD.
009540     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
009550 9100-EXIT.
009560     EXIT.
009570
009580***************************************************************
009590*  9300-WRITE-RUN-CONTROL  --  RECORD THE CUT-OFF RUN ON THE
009600*                              RUN-CONTROL LEDGER WITH ITS
009610*                              FINAL RETURN CODE.  AN INTERIM
009620*                              RECEIPT IS NOT THE STEP AND
009630*                              IS NOT RECORDED.  A LEDGER
009640*                              THAT WILL NOT OPEN LEAVES THE
009650*                              STEP UNRECORDED BUT DOES NOT
009660*                              CHANGE THE RUN'S CODE.
009670***************************************************************
009680 9300-WRITE-RUN-CONTROL.
009690     IF NOT DL260-AT-CUTOFF
009700         GO TO 9300-EXIT.
009710     OPEN OUTPUT DL260-RCL-FILE.
009720     IF DL260-WS-RCL-STATUS NOT = "00"
009730         DISPLAY "FEEDIN: RUNCTL NOT AVAILABLE, STATUS = "
009740             DL260-WS-RCL-STATUS " - STEP NOT RECORDED"
009750         GO TO 9300-EXIT.
009760     MOVE SPACES TO DL100-RCL-RECORD.
009770     MOVE DL260-WS-BUS-DATE TO DL100-RCL-BUS-DATE.
009780     MOVE "FEEDSTP" TO DL100-RCL-STEP.
009790     MOVE "FEEDIN" TO DL100-RCL-PROGRAM.
009800     MOVE DL260-WS-RETURN-CODE TO DL100-RCL-RC.
009810     SET DL100-RCL-IS-STEP TO TRUE.
009820     MOVE DL260-WS-RUN-DATE-N TO DL100-RCL-RUN-DATE.
009830     MOVE DL260-WS-RUN-TIME(1:6) TO DL100-RCL-RUN-TIME.
009840     WRITE DL100-RCL-RECORD.
009850     IF DL260-WS-RCL-STATUS NOT = "00"
009860         DISPLAY "FEEDIN: UNABLE TO WRITE RUNCTL, STATUS = "
009870             DL260-WS-RCL-STATUS
009880     END-IF.
009890     CLOSE DL260-RCL-FILE.
009900 9300-EXIT.
009910     EXIT.
