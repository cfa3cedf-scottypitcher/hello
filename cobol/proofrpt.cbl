000550*                   AGAINST THE RECOMPUTED BALANCE, AND THE
000560*                   BRANCH ROWS ARE PROVED TO THE TRAILER'S
000570*                   ROW COUNT AND HASH TOTAL.
000580*  2026-10-15 DLP   COLLECT THE BRANCH CONTROL COUNTS CARRIED
000590*                   ON TRAILER EXTENSION (TRX) RECORDS AS WELL
000600*                   AS THE TRL, AND WIDEN THE BATCH BRANCH
000610*                   TABLES TO THE 50 BRANCHES THE BRANCH
000620*                   MASTER CAN HOLD.
000630*  2026-10-15 DLP   RECORD THE STEP (PROOFSTP) AND ITS RETURN
000640*                   CODE ON THE RUN-CONTROL LEDGER (RUNCTL) FOR
000650*                   EACH BUSINESS DATE PROVED.
000660*  2026-10-15 DLP   PARAGRAPHS PUT IN NUMERIC ORDER; RESEQUENCED.
000670***************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. PROOFRPT.
000700 AUTHOR. D. L. PRICE.
000710 INSTALLATION. DATA PROCESSING.
000720 DATE-WRITTEN. 2026-08-18.
000730 DATE-COMPILED.
000740 ENVIRONMENT DIVISION.
000750 CONFIGURATION SECTION.
000760 SOURCE-COMPUTER. IBM-370.
000770 OBJECT-COMPUTER. IBM-370.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT DL150-IN-FILE ASSIGN TO "DAILYCNT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS DL150-WS-IN-STATUS.
000830     SELECT DL150-REJ-FILE ASSIGN TO "REJECTDD"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS DL150-WS-REJ-STATUS.
000860     SELECT DL150-AUD-FILE ASSIGN TO "AUDITDD"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS DL100-AUD-RUN-DATE
000900         FILE STATUS IS DL150-WS-AUD-STATUS.
000910     SELECT DL150-EXT-FILE ASSIGN TO "SETLXTR"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS DL150-WS-EXT-STATUS.
000940     SELECT DL150-RPT-FILE ASSIGN TO "PROOFRPT"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS DL150-WS-RPT-STATUS.
000970     SELECT DL150-BRN-FILE ASSIGN TO "BRANCHDD"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS DL100-BRN-BRANCH
001010         FILE STATUS IS DL150-WS-BRN-STATUS.
001020     SELECT DL150-RCL-FILE ASSIGN TO "RUNCTL"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS DL150-WS-RCL-STATUS.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  DL150-IN-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 80 CHARACTERS.
001100     COPY DLINREC.
001110
001120 FD  DL150-REJ-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 80 CHARACTERS.
001150     COPY DLREJREC.
001160
001170 FD  DL150-AUD-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 60 CHARACTERS.
001200     COPY DLAUDREC.
001210
001220 FD  DL150-EXT-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 32 CHARACTERS.
001250     COPY DLEXTREC.
001260
001270 FD  DL150-RPT-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300 01  DL150-RPT-RECORD            PIC X(80).
001310
001320 FD  DL150-BRN-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 80 CHARACTERS.
001350     COPY DLBRNREC.
001360
001370 FD  DL150-RCL-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 80 CHARACTERS.
001400     COPY DLRCLREC.
001410 WORKING-STORAGE SECTION.
001420 77  DL150-WS-IN-STATUS          PIC X(02)  VALUE SPACES.
001430 77  DL150-WS-REJ-STATUS         PIC X(02)  VALUE SPACES.
001440 77  DL150-WS-AUD-STATUS         PIC X(02)  VALUE SPACES.
001450 77  DL150-WS-EXT-STATUS         PIC X(02)  VALUE SPACES.
001460 77  DL150-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
001470 77  DL150-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001480 77  DL150-WS-RCL-STATUS         PIC X(02)  VALUE SPACES.
001490 77  DL150-WS-RUN-TIME           PIC 9(08)  VALUE ZERO.
001500 77  DL150-WS-RDT-USED           PIC 9(03)  COMP VALUE ZERO.
001510 77  DL150-WS-RDT-IDX            PIC 9(03)  COMP VALUE ZERO.
001520 77  DL150-WS-RDT-FOUND          PIC 9(03)  COMP VALUE ZERO.
001530 77  DL150-WS-BATCH-DATE         PIC 9(08)  VALUE ZERO.
001540 77  DL150-WS-DET-COUNT          PIC 9(05)  VALUE ZERO.
001550 77  DL150-WS-DET-VOLUME         PIC 9(11)  VALUE ZERO.
001560 77  DL150-WS-TRL-COUNT          PIC 9(09)  VALUE ZERO.
001570 77  DL150-WS-VALID-VOLUME       PIC 9(11)  VALUE ZERO.
001580 77  DL150-WS-EXPECTED-RC        PIC 9(04)  VALUE ZERO.
001590 77  DL150-WS-BATCH-TOTAL        PIC 9(03)  VALUE ZERO.
001600 77  DL150-WS-PROVED-COUNT       PIC 9(03)  VALUE ZERO.
001610 77  DL150-WS-FAILED-COUNT       PIC 9(03)  VALUE ZERO.
001620 77  DL150-WS-REJ-USED           PIC 9(03)  COMP VALUE ZERO.
001630 77  DL150-WS-REJ-IDX            PIC 9(03)  COMP VALUE ZERO.
001640 77  DL150-WS-REJ-FOUND          PIC 9(03)  COMP VALUE ZERO.
001650 77  DL150-WS-EXT-USED           PIC 9(03)  COMP VALUE ZERO.
001660 77  DL150-WS-EXT-IDX            PIC 9(03)  COMP VALUE ZERO.
001670 77  DL150-WS-EXT-FOUND          PIC 9(03)  COMP VALUE ZERO.
001680 77  DL150-WS-SRCH-DATE          PIC 9(08)  VALUE ZERO.
001690 77  DL150-WS-SRCH-BRANCH        PIC 9(03)  VALUE ZERO.
001700 77  DL150-WS-BR-USED            PIC 9(03)  COMP VALUE ZERO.
001710 77  DL150-WS-BR-IDX             PIC 9(03)  COMP VALUE ZERO.
001720 77  DL150-WS-BR-FOUND           PIC 9(03)  COMP VALUE ZERO.
001730 77  DL150-WS-TRLBR-IDX          PIC 9(03)  COMP VALUE ZERO.
001740 77  DL150-WS-TRLBR-FOUND        PIC 9(03)  COMP VALUE ZERO.
001750 77  DL150-WS-TRLBR-USED         PIC 9(03)  COMP VALUE ZERO.
001760 77  DL150-WS-TRX-IDX            PIC 9(03)  COMP VALUE ZERO.
001770 77  DL150-WS-RJB-USED           PIC 9(03)  COMP VALUE ZERO.
001780 77  DL150-WS-RJB-IDX            PIC 9(03)  COMP VALUE ZERO.
001790 77  DL150-WS-RJB-FOUND          PIC 9(03)  COMP VALUE ZERO.
001800 77  DL150-WS-SHIFT-IDX          PIC 9(03)  COMP VALUE ZERO.
001810 77  DL150-WS-BR-EXPECTED        PIC 9(11)  VALUE ZERO.
001820 77  DL150-WS-BRN-STATUS         PIC X(02)  VALUE SPACES.
001830 77  DL150-WS-EXB-USED           PIC 9(03)  COMP VALUE ZERO.
001840 77  DL150-WS-EXB-IDX            PIC 9(03)  COMP VALUE ZERO.
001850 77  DL150-WS-EXB-FOUND          PIC 9(03)  COMP VALUE ZERO.
001860 77  DL150-WS-XB-COUNT           PIC 9(03)  VALUE ZERO.
001870 77  DL150-WS-XB-HASH            PIC 9(11)  VALUE ZERO.
001880 77  DL150-WS-BRNM-USED          PIC 9(03)  COMP VALUE ZERO.
001890 77  DL150-WS-BRNM-IDX           PIC 9(03)  COMP VALUE ZERO.
001900 77  DL150-WS-BRNM-FOUND         PIC 9(03)  COMP VALUE ZERO.
001910 77  DL150-WS-BRNM-SRCH          PIC 9(03)  VALUE ZERO.
001920 01  DL150-WS-SWITCHES.
001930     05  DL150-WS-IN-EOF-SW      PIC X(01)  VALUE "N".
001940         88  DL150-EOF-INPUT                VALUE "Y".
001950     05  DL150-WS-BRN-EOF-SW     PIC X(01)  VALUE "N".
001960         88  DL150-EOF-BRANCHES             VALUE "Y".
001970     05  DL150-WS-REJ-EOF-SW     PIC X(01)  VALUE "N".
001980         88  DL150-EOF-REJECTS              VALUE "Y".
001990     05  DL150-WS-EXT-EOF-SW     PIC X(01)  VALUE "N".
002000         88  DL150-EOF-EXTRACT              VALUE "Y".
002010     05  DL150-WS-BATCH-OPEN-SW  PIC X(01)  VALUE "N".
002020         88  DL150-BATCH-OPEN               VALUE "Y".
002030     05  DL150-WS-BAT-PROOF-SW   PIC X(01)  VALUE "Y".
002040         88  DL150-BAT-IN-PROOF             VALUE "Y".
002050         88  DL150-BAT-OUT-OF-PROOF         VALUE "N".
002060     05  DL150-WS-RUN-PROOF-SW   PIC X(01)  VALUE "Y".
002070         88  DL150-RUN-IN-PROOF             VALUE "Y".
002080         88  DL150-RUN-OUT-OF-PROOF         VALUE "N".
002090     05  DL150-WS-AUD-FOUND-SW   PIC X(01)  VALUE "N".
002100         88  DL150-AUD-ROW-FOUND            VALUE "Y".
002110     05  DL150-WS-BALANCED-SW    PIC X(01)  VALUE "Y".
002120         88  DL150-BATCH-BALANCED           VALUE "Y".
002130 01  DL150-WS-RUN-DATE.
002140     05  DL150-WS-RUN-CCYY       PIC 9(04).
002150     05  DL150-WS-RUN-MM         PIC 9(02).
002160     05  DL150-WS-RUN-DD         PIC 9(02).
002170***************************************************************
002180*  RUN-CONTROL DATES - EVERY BUSINESS DATE PROVED, RECORDED ON
002190*  THE RUN-CONTROL LEDGER AT TERMINATION.
002200***************************************************************
002210 01  DL150-WS-RDT-TABLE.
002220     05  DL150-WS-RDT-DATE OCCURS 50 TIMES
002230                                 PIC 9(08).
002240***************************************************************
002250*  REJECT AGGREGATES BY BUSINESS DATE, BUILT FROM REJECTDD:
002260*  HOW MANY REJECTS AND HOW MUCH NUMERIC REJECTED VOLUME THE
002270*  FILE CARRIES FOR EACH DATE.
002280***************************************************************
002290 01  DL150-WS-REJ-TABLE.
002300     05  DL150-WS-REJ-ENTRY OCCURS 50 TIMES.
002310         10  DL150-WS-RJ-DATE    PIC 9(08).
002320         10  DL150-WS-RJ-COUNT   PIC 9(05).
002330         10  DL150-WS-RJ-VOLUME  PIC 9(09).
002340***************************************************************
002350*  REJECTED VOLUME BY BUSINESS DATE AND BRANCH, FOR THE
002360*  PER-BRANCH BALANCE RECOMPUTATION.
002370***************************************************************
002380 01  DL150-WS-RJB-TABLE.
002390     05  DL150-WS-RJB-ENTRY OCCURS 100 TIMES.
002400         10  DL150-WS-RJB-DATE   PIC 9(08).
002410         10  DL150-WS-RJB-BRANCH PIC 9(03).
002420         10  DL150-WS-RJB-VOLUME PIC 9(09).
002430***************************************************************
002440*  PER-BATCH BRANCH VOLUME, ACCUMULATED FROM THE DETAILS,
002450*  AND THE TRAILER'S BRANCH CONTROL TABLE, CAPTURED FROM ANY
002460*  TRX RECORDS AND THE TRL - THE PER-BRANCH HALF OF THE
002470*  RECOMPUTED BALANCE.
002480***************************************************************
002490 01  DL150-WS-BR-TABLE.
002500     05  DL150-WS-BR-ENTRY OCCURS 50 TIMES.
002510         10  DL150-WS-BR-CODE    PIC 9(03).
002520         10  DL150-WS-BR-VOLUME  PIC 9(11).
002530 01  DL150-WS-TRLBR-TABLE.
002540     05  DL150-WS-TRLBR-ENTRY OCCURS 50 TIMES.
002550         10  DL150-WS-TRLBR-CODE PIC 9(03).
002560         10  DL150-WS-TRLBR-CNT  PIC 9(09).
002570***************************************************************
002580*  SETTLEMENT EXTRACT CONTROLS BY BUSINESS DATE - THE EXH
002590*  HEADER FLAG AND THE EXT TRAILER'S ROW COUNT AND HASH
002600*  TOTAL - AND THE EXB BRANCH ROWS IN THEIR OWN TABLE.  A
002610*  FORCED RERUN APPENDS A FRESH SET FOR ITS DATE; A NEW EXH
002620*  FOR A DATE ALREADY LOADED SUPERSEDES THE OLD SET AND
002630*  PURGES ITS BRANCH ROWS - THE LAST SET IS THE ONE
002640*  SETTLEMENT ACTS ON.
002650***************************************************************
002660***************************************************************
002670*  BRANCH MASTER NAMES - LOADED FROM BRANCHDD AT START-UP SO
002680*  THE BRANCH CHECK LINES CAN NAME THE BRANCH.
002690***************************************************************
002700 01  DL150-WS-BRNM-TABLE.
002710     05  DL150-WS-BRNM-ENTRY OCCURS 50 TIMES.
002720         10  DL150-WS-BM-CODE    PIC 9(03).
002730         10  DL150-WS-BM-NAME    PIC X(20).
002740 01  DL150-WS-EXT-TABLE.
002750     05  DL150-WS-EXT-ENTRY OCCURS 100 TIMES.
002760         10  DL150-WS-EX-DATE    PIC 9(08).
002770         10  DL150-WS-EX-FLAG    PIC X(01).
002780         10  DL150-WS-EX-HDR-SW  PIC X(01).
002790         10  DL150-WS-EX-TRL-SW  PIC X(01).
002800         10  DL150-WS-EX-TRL-CNT PIC 9(03).
002810         10  DL150-WS-EX-TRL-HASH
002820                                 PIC 9(11).
002830 01  DL150-WS-EXB-TABLE.
002840     05  DL150-WS-EXB-ENTRY OCCURS 100 TIMES.
002850         10  DL150-WS-XB-DATE    PIC 9(08).
002860         10  DL150-WS-XB-BRANCH  PIC 9(03).
002870         10  DL150-WS-XB-AMOUNT  PIC 9(09).
002880***************************************************************
002890*  REPORT LINE LAYOUTS
002900***************************************************************
002910 01  DL150-WS-HDR-LINE.
002920     05  FILLER                  PIC X(26)
002930             VALUE "DL100 BALANCING PROOF -   ".
002940     05  DL150-HL-CCYY           PIC 9(04).
002950     05  FILLER                  PIC X(01)  VALUE "-".
002960     05  DL150-HL-MM             PIC 9(02).
002970     05  FILLER                  PIC X(01)  VALUE "-".
002980     05  DL150-HL-DD             PIC 9(02).
002990     05  FILLER                  PIC X(44)  VALUE SPACES.
003000 01  DL150-WS-BAT-LINE.
003010     05  FILLER                  PIC X(09)
003020             VALUE "BATCH OF ".
003030     05  DL150-BL-DATE           PIC 9(08).
003040     05  FILLER                  PIC X(63)  VALUE SPACES.
003050 01  DL150-WS-CHK-LINE.
003060     05  FILLER                  PIC X(02)  VALUE SPACES.
003070     05  DL150-CL-LABEL          PIC X(28).
003080     05  DL150-CL-FILE-VALUE     PIC ZZZZZZZZZZ9.
003090     05  FILLER                  PIC X(02)  VALUE SPACES.
003100     05  DL150-CL-OTHER-VALUE    PIC ZZZZZZZZZZ9.
003110     05  FILLER                  PIC X(02)  VALUE SPACES.
003120     05  DL150-CL-STATUS         PIC X(12).
003130     05  FILLER                  PIC X(12)  VALUE SPACES.
003140 01  DL150-WS-BRL-LABEL.
003150     05  FILLER                  PIC X(07)  VALUE "BRANCH ".
003160     05  DL150-BLBL-CODE         PIC 9(03).
003170     05  FILLER                  PIC X(01)  VALUE SPACE.
003180     05  DL150-BLBL-NAME         PIC X(17).
003190 01  DL150-WS-VER-LINE.
003200     05  FILLER                  PIC X(02)  VALUE SPACES.
003210     05  FILLER                  PIC X(15)
003220             VALUE "BATCH VERDICT: ".
003230     05  DL150-VL-VERDICT        PIC X(12).
003240     05  FILLER                  PIC X(51)  VALUE SPACES.
003250 01  DL150-WS-RUN-LINE.
003260     05  FILLER                  PIC X(18)
003270             VALUE "OVERALL VERDICT:  ".
003280     05  DL150-RL-VERDICT        PIC X(12).
003290     05  FILLER                  PIC X(50)  VALUE SPACES.
003300 PROCEDURE DIVISION.
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003340         UNTIL DL150-EOF-INPUT.
003350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003360     MOVE DL150-WS-RETURN-CODE TO RETURN-CODE.
003370     STOP RUN.
003380
003390***************************************************************
003400*  1000-INITIALIZE  --  OPEN THE FILES, AGGREGATE REJECTDD BY
003410*                       BUSINESS DATE, LOAD THE SETTLEMENT
003420*                       EXTRACT TABLE, PRINT THE HEADING, AND
003430*                       PRIME THE DAILYCNT READ.
003440***************************************************************
003450 1000-INITIALIZE.
003460     ACCEPT DL150-WS-RUN-DATE FROM DATE YYYYMMDD.
003470     OPEN INPUT DL150-IN-FILE.
003480     IF DL150-WS-IN-STATUS NOT = "00"
003490         DISPLAY "PROOFRPT: UNABLE TO OPEN DAILYCNT, STATUS = "
003500             DL150-WS-IN-STATUS
003510         SET DL150-EOF-INPUT TO TRUE
003520         SET DL150-RUN-OUT-OF-PROOF TO TRUE
003530         MOVE 0016 TO DL150-WS-RETURN-CODE
003540     END-IF.
003550     OPEN INPUT DL150-REJ-FILE.
003560     IF DL150-WS-REJ-STATUS NOT = "00"
003570         DISPLAY "PROOFRPT: REJECTDD NOT AVAILABLE, STATUS = "
003580             DL150-WS-REJ-STATUS
003590         SET DL150-EOF-REJECTS TO TRUE
003600     END-IF.
003610     OPEN INPUT DL150-AUD-FILE.
003620     IF DL150-WS-AUD-STATUS NOT = "00"
003630         DISPLAY "PROOFRPT: UNABLE TO OPEN AUDITDD, STATUS = "
003640             DL150-WS-AUD-STATUS
003650         SET DL150-RUN-OUT-OF-PROOF TO TRUE
003660         MOVE 0016 TO DL150-WS-RETURN-CODE
003670     END-IF.
003680     OPEN INPUT DL150-EXT-FILE.
003690     IF DL150-WS-EXT-STATUS NOT = "00"
003700         DISPLAY "PROOFRPT: SETLXTR NOT AVAILABLE, STATUS = "
003710             DL150-WS-EXT-STATUS
003720         SET DL150-EOF-EXTRACT TO TRUE
003730     END-IF.
003740     OPEN OUTPUT DL150-RPT-FILE.
003750     IF DL150-WS-RPT-STATUS NOT = "00"
003760         DISPLAY "PROOFRPT: UNABLE TO OPEN PROOFRPT, STATUS = "
003770             DL150-WS-RPT-STATUS
003780         MOVE 0016 TO DL150-WS-RETURN-CODE
003790     END-IF.
003800     PERFORM 1100-LOAD-REJECT THRU 1100-EXIT
003810         UNTIL DL150-EOF-REJECTS.
003820     PERFORM 1200-LOAD-EXTRACT THRU 1200-EXIT
003830         UNTIL DL150-EOF-EXTRACT.
003840     PERFORM 1400-LOAD-BRANCHES THRU 1400-EXIT.
003850     MOVE DL150-WS-RUN-CCYY TO DL150-HL-CCYY.
003860     MOVE DL150-WS-RUN-MM TO DL150-HL-MM.
003870     MOVE DL150-WS-RUN-DD TO DL150-HL-DD.
003880     MOVE DL150-WS-HDR-LINE TO DL150-RPT-RECORD.
003890     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003900     PERFORM 1300-READ-INPUT THRU 1300-EXIT.
003910 1000-EXIT.
003920     EXIT.
003930
003940***************************************************************
003950*  1100-LOAD-REJECT  --  ADD ONE REJECT ROW INTO THE PER-DATE
003960*                        AGGREGATES.  ONLY NUMERIC VOLUME IS
003970*                        ADDED, MATCHING WHAT THE NIGHTLY RUN
003980*                        COULD HAVE ACCUMULATED.
003990***************************************************************
004000 1100-LOAD-REJECT.
004010     READ DL150-REJ-FILE
004020         AT END
004030             SET DL150-EOF-REJECTS TO TRUE
004040             GO TO 1100-EXIT
004050     END-READ.
004060     IF DL100-REJ-RUN-DATE NOT NUMERIC
004070         GO TO 1100-EXIT.
004080     MOVE DL100-REJ-RUN-DATE TO DL150-WS-SRCH-DATE.
004090     PERFORM 2200-FIND-REJ-ENTRY THRU 2200-EXIT.
004100     IF DL150-WS-REJ-FOUND = ZERO
004110         IF DL150-WS-REJ-USED >= 50
004120             PERFORM 1150-DROP-OLDEST-REJ THRU 1150-EXIT
004130         END-IF
004140         ADD 1 TO DL150-WS-REJ-USED
004150         MOVE DL150-WS-REJ-USED TO DL150-WS-REJ-FOUND
004160         MOVE DL150-WS-SRCH-DATE
004170             TO DL150-WS-RJ-DATE(DL150-WS-REJ-FOUND)
004180         MOVE ZERO TO DL150-WS-RJ-COUNT(DL150-WS-REJ-FOUND)
004190         MOVE ZERO
004200             TO DL150-WS-RJ-VOLUME(DL150-WS-REJ-FOUND)
004210     END-IF.
004220     ADD 1 TO DL150-WS-RJ-COUNT(DL150-WS-REJ-FOUND).
004230     IF DL100-REJ-A NUMERIC
004240         ADD DL100-REJ-A
004250             TO DL150-WS-RJ-VOLUME(DL150-WS-REJ-FOUND)
004260     END-IF.
004270     IF DL100-REJ-A NUMERIC
004280         AND DL100-REJ-BRANCH NUMERIC
004290         PERFORM 1170-ADD-REJ-BRANCH THRU 1170-EXIT
004300     END-IF.
004310 1100-EXIT.
004320     EXIT.
004330
004340***************************************************************
004350*  1150-DROP-OLDEST-REJ  --  SHIFT THE REJECT DATE TABLE DOWN
004360*                            ONE ENTRY, DROPPING THE OLDEST
004370*                            DATE - REJECTDD GROWS UNDER
004380*                            DISP=MOD AND THE LATEST DATES
004390*                            ARE THE ONES THE NIGHT PROVES.
004400***************************************************************
004410 1150-DROP-OLDEST-REJ.
004420     MOVE 2 TO DL150-WS-SHIFT-IDX.
004430     PERFORM 1160-SHIFT-ONE-REJ THRU 1160-EXIT
004440         UNTIL DL150-WS-SHIFT-IDX > DL150-WS-REJ-USED.
004450     SUBTRACT 1 FROM DL150-WS-REJ-USED.
004460 1150-EXIT.
004470     EXIT.
004480
004490 1160-SHIFT-ONE-REJ.
004500     MOVE DL150-WS-REJ-ENTRY(DL150-WS-SHIFT-IDX)
004510         TO DL150-WS-REJ-ENTRY(DL150-WS-SHIFT-IDX - 1).
004520     ADD 1 TO DL150-WS-SHIFT-IDX.
004530 1160-EXIT.
004540     EXIT.
004550
004560***************************************************************
004570*  1170-ADD-REJ-BRANCH  --  ADD THE REJECT'S VOLUME INTO THE
004580*                           DATE-AND-BRANCH AGGREGATE USED BY
004590*                           THE PER-BRANCH BALANCE PROOF.
004600*                           WHEN THE TABLE FILLS THE OLDEST
004610*                           ENTRY IS DROPPED.
004620***************************************************************
004630 1170-ADD-REJ-BRANCH.
004640     MOVE DL100-REJ-BRANCH TO DL150-WS-SRCH-BRANCH.
004650     PERFORM 2250-FIND-RJB-ENTRY THRU 2250-EXIT.
004660     IF DL150-WS-RJB-FOUND = ZERO
004670         IF DL150-WS-RJB-USED >= 100
004680             PERFORM 1180-DROP-OLDEST-RJB THRU 1180-EXIT
004690         END-IF
004700         ADD 1 TO DL150-WS-RJB-USED
004710         MOVE DL150-WS-RJB-USED TO DL150-WS-RJB-FOUND
004720         MOVE DL150-WS-SRCH-DATE
004730             TO DL150-WS-RJB-DATE(DL150-WS-RJB-FOUND)
004740         MOVE DL150-WS-SRCH-BRANCH
004750             TO DL150-WS-RJB-BRANCH(DL150-WS-RJB-FOUND)
004760         MOVE ZERO
004770             TO DL150-WS-RJB-VOLUME(DL150-WS-RJB-FOUND)
004780     END-IF.
004790     ADD DL100-REJ-A
004800         TO DL150-WS-RJB-VOLUME(DL150-WS-RJB-FOUND).
004810 1170-EXIT.
004820     EXIT.
004830
004840 1180-DROP-OLDEST-RJB.
004850     MOVE 2 TO DL150-WS-SHIFT-IDX.
004860     PERFORM 1190-SHIFT-ONE-RJB THRU 1190-EXIT
004870         UNTIL DL150-WS-SHIFT-IDX > DL150-WS-RJB-USED.
004880     SUBTRACT 1 FROM DL150-WS-RJB-USED.
004890 1180-EXIT.
004900     EXIT.
004910
004920 1190-SHIFT-ONE-RJB.
004930     MOVE DL150-WS-RJB-ENTRY(DL150-WS-SHIFT-IDX)
004940         TO DL150-WS-RJB-ENTRY(DL150-WS-SHIFT-IDX - 1).
004950     ADD 1 TO DL150-WS-SHIFT-IDX.
004960 1190-EXIT.
004970     EXIT.
004980
004990***************************************************************
005000*  2250-FIND-RJB-ENTRY  --  LOOK UP DL150-WS-SRCH-DATE AND
005010*                           DL150-WS-SRCH-BRANCH IN THE
005020*                           DATE-AND-BRANCH REJECT TABLE.
005030***************************************************************
005040 2250-FIND-RJB-ENTRY.
005050     MOVE ZERO TO DL150-WS-RJB-FOUND.
005060     MOVE 1 TO DL150-WS-RJB-IDX.
005070     PERFORM 2260-TEST-RJB-ENTRY THRU 2260-EXIT
005080         UNTIL DL150-WS-RJB-FOUND > ZERO
005090         OR DL150-WS-RJB-IDX > DL150-WS-RJB-USED.
005100 2250-EXIT.
005110     EXIT.
005120
005130 2260-TEST-RJB-ENTRY.
005140     IF DL150-WS-RJB-DATE(DL150-WS-RJB-IDX)
005150         = DL150-WS-SRCH-DATE
005160         AND DL150-WS-RJB-BRANCH(DL150-WS-RJB-IDX)
005170         = DL150-WS-SRCH-BRANCH
005180         MOVE DL150-WS-RJB-IDX TO DL150-WS-RJB-FOUND
005190     ELSE
005200         ADD 1 TO DL150-WS-RJB-IDX
005210     END-IF.
005220 2260-EXIT.
005230     EXIT.
005240
005250***************************************************************
005260*  1200-LOAD-EXTRACT  --  LOAD ONE SETTLEMENT EXTRACT RECORD:
005270*                         AN EXH HEADER OPENS (OR SUPERSEDES)
005280*                         ITS DATE'S ENTRY, AN EXT TRAILER
005290*                         FILES ITS CONTROLS, AND AN EXB
005300*                         BRANCH ROW GOES TO THE BRANCH ROW
005310*                         TABLE.
005320***************************************************************
005330 1200-LOAD-EXTRACT.
005340     READ DL150-EXT-FILE
005350         AT END
005360             SET DL150-EOF-EXTRACT TO TRUE
005370             GO TO 1200-EXIT
005380     END-READ.
005390     IF DL100-EXT-RUN-DATE NOT NUMERIC
005400         GO TO 1200-EXIT.
005410     MOVE DL100-EXT-RUN-DATE TO DL150-WS-SRCH-DATE.
005420     EVALUATE TRUE
005430         WHEN DL100-EXT-IS-HDR
005440             PERFORM 1210-LOAD-EXT-HEADER THRU 1210-EXIT
005450         WHEN DL100-EXT-IS-TRL
005460             PERFORM 1230-LOAD-EXT-TRAILER THRU 1230-EXIT
005470         WHEN DL100-EXT-IS-BRN
005480             PERFORM 1240-LOAD-EXT-BRANCH THRU 1240-EXIT
005490         WHEN OTHER
005500             CONTINUE
005510     END-EVALUATE.
005520 1200-EXIT.
005530     EXIT.
005540
005550***************************************************************
005560*  1210-LOAD-EXT-HEADER  --  AN EXH HEADER.  A DATE ALREADY
005570*                            LOADED IS BEING SUPERSEDED BY A
005580*                            FORCED RERUN'S FRESH SET, SO
005590*                            THE OLD SET'S CONTROLS AND
005600*                            BRANCH ROWS ARE CLEARED FIRST.
005610***************************************************************
005620 1210-LOAD-EXT-HEADER.
005630     PERFORM 2300-FIND-EXT-ENTRY THRU 2300-EXIT.
005640     IF DL150-WS-EXT-FOUND > ZERO
005650         PERFORM 1270-PURGE-EXT-BRANCHES THRU 1270-EXIT
005660     ELSE
005670         PERFORM 1220-NEW-EXT-ENTRY THRU 1220-EXIT
005680     END-IF.
005690     MOVE DL100-EXT-HDR-FLAG
005700         TO DL150-WS-EX-FLAG(DL150-WS-EXT-FOUND).
005710     MOVE "Y" TO DL150-WS-EX-HDR-SW(DL150-WS-EXT-FOUND).
005720     MOVE "N" TO DL150-WS-EX-TRL-SW(DL150-WS-EXT-FOUND).
005730     MOVE ZERO TO DL150-WS-EX-TRL-CNT(DL150-WS-EXT-FOUND).
005740     MOVE ZERO TO DL150-WS-EX-TRL-HASH(DL150-WS-EXT-FOUND).
005750 1210-EXIT.
005760     EXIT.
005770
005780***************************************************************
005790*  1220-NEW-EXT-ENTRY  --  OPEN A FRESH PER-DATE ENTRY,
005800*                          DROPPING THE OLDEST WHEN THE
005810*                          TABLE IS FULL.
005820***************************************************************
005830 1220-NEW-EXT-ENTRY.
005840     IF DL150-WS-EXT-USED >= 100
005850         PERFORM 1250-DROP-OLDEST-EXT THRU 1250-EXIT
005860     END-IF.
005870     ADD 1 TO DL150-WS-EXT-USED.
005880     MOVE DL150-WS-EXT-USED TO DL150-WS-EXT-FOUND.
005890     MOVE DL150-WS-SRCH-DATE
005900         TO DL150-WS-EX-DATE(DL150-WS-EXT-FOUND).
005910     MOVE SPACE TO DL150-WS-EX-FLAG(DL150-WS-EXT-FOUND).
005920     MOVE "N" TO DL150-WS-EX-HDR-SW(DL150-WS-EXT-FOUND).
005930     MOVE "N" TO DL150-WS-EX-TRL-SW(DL150-WS-EXT-FOUND).
005940     MOVE ZERO TO DL150-WS-EX-TRL-CNT(DL150-WS-EXT-FOUND).
005950     MOVE ZERO TO DL150-WS-EX-TRL-HASH(DL150-WS-EXT-FOUND).
005960 1220-EXIT.
005970     EXIT.
005980
005990***************************************************************
006000*  1230-LOAD-EXT-TRAILER  --  AN EXT TRAILER FILES ITS ROW
006010*                             COUNT AND HASH TOTAL ON ITS
006020*                             DATE'S ENTRY.
006030***************************************************************
006040 1230-LOAD-EXT-TRAILER.
006050     PERFORM 2300-FIND-EXT-ENTRY THRU 2300-EXIT.
006060     IF DL150-WS-EXT-FOUND = ZERO
006070         PERFORM 1220-NEW-EXT-ENTRY THRU 1220-EXIT
006080     END-IF.
006090     MOVE "Y" TO DL150-WS-EX-TRL-SW(DL150-WS-EXT-FOUND).
006100     IF DL100-EXT-REC-COUNT NUMERIC
006110         MOVE DL100-EXT-REC-COUNT
006120             TO DL150-WS-EX-TRL-CNT(DL150-WS-EXT-FOUND)
006130     END-IF.
006140     IF DL100-EXT-HASH-TOTAL NUMERIC
006150         MOVE DL100-EXT-HASH-TOTAL
006160             TO DL150-WS-EX-TRL-HASH(DL150-WS-EXT-FOUND)
006170     END-IF.
006180 1230-EXIT.
006190     EXIT.
006200
006210***************************************************************
006220*  1240-LOAD-EXT-BRANCH  --  AN EXB BRANCH ROW, KEYED BY
006230*                            DATE AND BRANCH WITH THE LAST
006240*                            ROW WINNING.
006250***************************************************************
006260 1240-LOAD-EXT-BRANCH.
006270     IF DL100-EXT-BRANCH NOT NUMERIC
006280         GO TO 1240-EXIT.
006290     PERFORM 2350-FIND-EXB-ENTRY THRU 2350-EXIT.
006300     IF DL150-WS-EXB-FOUND = ZERO
006310         IF DL150-WS-EXB-USED >= 100
006320             PERFORM 1255-DROP-OLDEST-EXB THRU 1255-EXIT
006330         END-IF
006340         ADD 1 TO DL150-WS-EXB-USED
006350         MOVE DL150-WS-EXB-USED TO DL150-WS-EXB-FOUND
006360         MOVE DL150-WS-SRCH-DATE
006370             TO DL150-WS-XB-DATE(DL150-WS-EXB-FOUND)
006380         MOVE DL100-EXT-BRANCH
006390             TO DL150-WS-XB-BRANCH(DL150-WS-EXB-FOUND)
006400     END-IF.
006410     IF DL100-EXT-AMOUNT NUMERIC
006420         MOVE DL100-EXT-AMOUNT
006430             TO DL150-WS-XB-AMOUNT(DL150-WS-EXB-FOUND)
006440     ELSE
006450         MOVE ZERO TO DL150-WS-XB-AMOUNT(DL150-WS-EXB-FOUND)
006460     END-IF.
006470 1240-EXIT.
006480     EXIT.
006490
006500***************************************************************
006510*  1250-DROP-OLDEST-EXT  --  SHIFT THE EXTRACT TABLE DOWN ONE
006520*                            ENTRY, DROPPING THE OLDEST ROW -
006530*                            SETLXTR GROWS UNDER DISP=MOD AND
006540*                            THE LATEST ROWS ARE THE ONES THE
006550*                            NIGHT PROVES.
006560***************************************************************
006570 1250-DROP-OLDEST-EXT.
006580     MOVE 2 TO DL150-WS-SHIFT-IDX.
006590     PERFORM 1260-SHIFT-ONE-EXT THRU 1260-EXIT
006600         UNTIL DL150-WS-SHIFT-IDX > DL150-WS-EXT-USED.
006610     SUBTRACT 1 FROM DL150-WS-EXT-USED.
006620 1250-EXIT.
006630     EXIT.
006640
006650 1260-SHIFT-ONE-EXT.
006660     MOVE DL150-WS-EXT-ENTRY(DL150-WS-SHIFT-IDX)
006670         TO DL150-WS-EXT-ENTRY(DL150-WS-SHIFT-IDX - 1).
006680     ADD 1 TO DL150-WS-SHIFT-IDX.
006690 1260-EXIT.
006700     EXIT.
006710
006720***************************************************************
006730*  1255-DROP-OLDEST-EXB  --  SHIFT THE BRANCH ROW TABLE DOWN
006740*                            ONE ENTRY, DROPPING THE OLDEST.
006750***************************************************************
006760 1255-DROP-OLDEST-EXB.
006770     MOVE 2 TO DL150-WS-SHIFT-IDX.
006780     PERFORM 1256-SHIFT-ONE-EXB THRU 1256-EXIT
006790         UNTIL DL150-WS-SHIFT-IDX > DL150-WS-EXB-USED.
006800     SUBTRACT 1 FROM DL150-WS-EXB-USED.
006810 1255-EXIT.
006820     EXIT.
006830
006840 1256-SHIFT-ONE-EXB.
006850     MOVE DL150-WS-EXB-ENTRY(DL150-WS-SHIFT-IDX)
006860         TO DL150-WS-EXB-ENTRY(DL150-WS-SHIFT-IDX - 1).
006870     ADD 1 TO DL150-WS-SHIFT-IDX.
006880 1256-EXIT.
006890     EXIT.
006900
006910***************************************************************
006920*  1270-PURGE-EXT-BRANCHES  --  CLEAR THE BRANCH ROWS OF A
006930*                               SUPERSEDED SET: EACH ROW FOR
006940*                               DL150-WS-SRCH-DATE IS
006950*                               REPLACED BY THE TABLE'S LAST
006960*                               ENTRY AND RE-EXAMINED, SO
006970*                               ONE PASS CLEARS THEM ALL.
006980***************************************************************
006990 1270-PURGE-EXT-BRANCHES.
007000     MOVE 1 TO DL150-WS-EXB-IDX.
007010     PERFORM 1275-PURGE-ONE-EXB THRU 1275-EXIT
007020         UNTIL DL150-WS-EXB-IDX > DL150-WS-EXB-USED.
007030 1270-EXIT.
007040     EXIT.
007050
007060 1275-PURGE-ONE-EXB.
007070     IF DL150-WS-XB-DATE(DL150-WS-EXB-IDX)
007080         = DL150-WS-SRCH-DATE
007090         MOVE DL150-WS-EXB-ENTRY(DL150-WS-EXB-USED)
007100             TO DL150-WS-EXB-ENTRY(DL150-WS-EXB-IDX)
007110         SUBTRACT 1 FROM DL150-WS-EXB-USED
007120     ELSE
007130         ADD 1 TO DL150-WS-EXB-IDX
007140     END-IF.
007150 1275-EXIT.
007160     EXIT.
007170
007180***************************************************************
007190*  2350-FIND-EXB-ENTRY  --  LOOK UP DL150-WS-SRCH-DATE AND
007200*                           THE CURRENT RECORD'S BRANCH IN
007210*                           THE BRANCH ROW TABLE.
007220***************************************************************
007230 2350-FIND-EXB-ENTRY.
007240     MOVE ZERO TO DL150-WS-EXB-FOUND.
007250     MOVE 1 TO DL150-WS-EXB-IDX.
007260     PERFORM 2360-TEST-EXB-ENTRY THRU 2360-EXIT
007270         UNTIL DL150-WS-EXB-FOUND > ZERO
007280         OR DL150-WS-EXB-IDX > DL150-WS-EXB-USED.
007290 2350-EXIT.
007300     EXIT.
007310
007320 2360-TEST-EXB-ENTRY.
007330     IF DL150-WS-XB-DATE(DL150-WS-EXB-IDX)
007340         = DL150-WS-SRCH-DATE
007350         AND DL150-WS-XB-BRANCH(DL150-WS-EXB-IDX)
007360             = DL100-EXT-BRANCH
007370         MOVE DL150-WS-EXB-IDX TO DL150-WS-EXB-FOUND
007380     ELSE
007390         ADD 1 TO DL150-WS-EXB-IDX
007400     END-IF.
007410 2360-EXIT.
007420     EXIT.
007430
007440***************************************************************
007450*  1400-LOAD-BRANCHES  --  LOAD THE BRANCH NAME TABLE FROM
007460*                          THE BRANCH MASTER.  WITH NO MASTER
007470*                          THE BRANCH CHECK LINES KEEP THE
007480*                          BARE CODE.
007490***************************************************************
007500 1400-LOAD-BRANCHES.
007510     OPEN INPUT DL150-BRN-FILE.
007520     IF DL150-WS-BRN-STATUS NOT = "00"
007530         DISPLAY "PROOFRPT: BRANCHDD NOT AVAILABLE, STATUS = "
007540             DL150-WS-BRN-STATUS ", NAMES NOT PRINTED"
007550         SET DL150-EOF-BRANCHES TO TRUE
007560         GO TO 1400-EXIT.
007570     PERFORM 1410-LOAD-BRN-ROW THRU 1410-EXIT
007580         UNTIL DL150-EOF-BRANCHES.
007590     CLOSE DL150-BRN-FILE.
007600 1400-EXIT.
007610     EXIT.
007620
007630 1410-LOAD-BRN-ROW.
007640     READ DL150-BRN-FILE NEXT RECORD
007650         AT END
007660             SET DL150-EOF-BRANCHES TO TRUE
007670             GO TO 1410-EXIT
007680     END-READ.
007690     IF DL150-WS-BRNM-USED >= 50
007700         GO TO 1410-EXIT.
007710     ADD 1 TO DL150-WS-BRNM-USED.
007720     MOVE DL100-BRN-BRANCH
007730         TO DL150-WS-BM-CODE(DL150-WS-BRNM-USED).
007740     MOVE DL100-BRN-NAME
007750         TO DL150-WS-BM-NAME(DL150-WS-BRNM-USED).
007760 1410-EXIT.
007770     EXIT.
007780
007790***************************************************************
007800*  1450-FIND-BRN-ENTRY  --  LOOK UP DL150-WS-BRNM-SRCH IN THE
007810*                           BRANCH NAME TABLE.  ZERO MEANS THE
007820*                           BRANCH IS NOT ON THE MASTER.
007830***************************************************************
007840 1450-FIND-BRN-ENTRY.
007850     MOVE ZERO TO DL150-WS-BRNM-FOUND.
007860     MOVE 1 TO DL150-WS-BRNM-IDX.
007870     PERFORM 1460-TEST-BRN-ENTRY THRU 1460-EXIT
007880         UNTIL DL150-WS-BRNM-FOUND > ZERO
007890         OR DL150-WS-BRNM-IDX > DL150-WS-BRNM-USED.
007900 1450-EXIT.
007910     EXIT.
007920
007930 1460-TEST-BRN-ENTRY.
007940     IF DL150-WS-BM-CODE(DL150-WS-BRNM-IDX)
007950         = DL150-WS-BRNM-SRCH
007960         MOVE DL150-WS-BRNM-IDX TO DL150-WS-BRNM-FOUND
007970     ELSE
007980         ADD 1 TO DL150-WS-BRNM-IDX
007990     END-IF.
008000 1460-EXIT.
008010     EXIT.
008020
008030 1300-READ-INPUT.
008040     READ DL150-IN-FILE
008050         AT END
008060             SET DL150-EOF-INPUT TO TRUE
008070     END-READ.
008080 1300-EXIT.
008090     EXIT.
008100
008110***************************************************************
008120*  2000-PROCESS-RECORD  --  WALK DAILYCNT THE WAY THE NIGHTLY
008130*                           RUN DOES: EACH HDR STARTS A
008140*                           BATCH, DETAILS ACCUMULATE, AND
008150*                           THE TRL TRIGGERS THE PROOF OF
008160*                           THAT BATCH.
008170***************************************************************
008180 2000-PROCESS-RECORD.
008190     EVALUATE TRUE
008200         WHEN DL100-IN-IS-HDR
008210             IF DL150-BATCH-OPEN
008220                 MOVE ZERO TO DL150-WS-TRL-COUNT
008230                 MOVE ZEROS TO DL150-WS-TRLBR-TABLE
008240                 MOVE ZERO TO DL150-WS-TRLBR-USED
008250                 PERFORM 5000-PROOF-BATCH THRU 5000-EXIT
008260             END-IF
008270             MOVE ZERO TO DL150-WS-DET-COUNT
008280             MOVE ZERO TO DL150-WS-DET-VOLUME
008290             MOVE ZERO TO DL150-WS-TRL-COUNT
008300             MOVE ZERO TO DL150-WS-BR-USED
008310             MOVE ZEROS TO DL150-WS-BR-TABLE
008320             MOVE ZEROS TO DL150-WS-TRLBR-TABLE
008330             MOVE ZERO TO DL150-WS-TRLBR-USED
008340             IF DL100-IN-HDR-DATE NUMERIC
008350                 MOVE DL100-IN-HDR-DATE TO DL150-WS-BATCH-DATE
008360             ELSE
008370                 MOVE ZERO TO DL150-WS-BATCH-DATE
008380             END-IF
008390             SET DL150-BATCH-OPEN TO TRUE
008400         WHEN DL100-IN-IS-DET
008410             ADD 1 TO DL150-WS-DET-COUNT
008420             IF DL100-IN-A NUMERIC
008430                 ADD DL100-IN-A TO DL150-WS-DET-VOLUME
008440                 IF DL100-IN-DET-BRANCH NUMERIC
008450                     PERFORM 2400-ADD-DET-BRANCH THRU 2400-EXIT
008460                 END-IF
008470             END-IF
008480         WHEN DL100-IN-IS-TRL
008490             IF DL100-IN-TRL-COUNT NUMERIC
008500                 MOVE DL100-IN-TRL-COUNT TO DL150-WS-TRL-COUNT
008510             ELSE
008520                 MOVE ZERO TO DL150-WS-TRL-COUNT
008530             END-IF
008540             PERFORM 2700-ADD-TRL-ENTRIES THRU 2700-EXIT
008550             PERFORM 5000-PROOF-BATCH THRU 5000-EXIT
008560         WHEN DL100-IN-IS-TRX
008570             PERFORM 2700-ADD-TRL-ENTRIES THRU 2700-EXIT
008580         WHEN OTHER
008590             CONTINUE
008600     END-EVALUATE.
008610     PERFORM 1300-READ-INPUT THRU 1300-EXIT.
008620 2000-EXIT.
008630     EXIT.
008640
008650***************************************************************
008660*  2200-FIND-REJ-ENTRY  --  LOOK UP DL150-WS-SRCH-DATE IN THE
008670*                           REJECT AGGREGATE TABLE.  ZERO
008680*                           MEANS NO REJECTS FOR THAT DATE.
008690***************************************************************
008700 2200-FIND-REJ-ENTRY.
008710     MOVE ZERO TO DL150-WS-REJ-FOUND.
008720     MOVE 1 TO DL150-WS-REJ-IDX.
008730     PERFORM 2210-TEST-REJ-ENTRY THRU 2210-EXIT
008740         UNTIL DL150-WS-REJ-FOUND > ZERO
008750         OR DL150-WS-REJ-IDX > DL150-WS-REJ-USED.
008760 2200-EXIT.
008770     EXIT.
008780
008790 2210-TEST-REJ-ENTRY.
008800     IF DL150-WS-RJ-DATE(DL150-WS-REJ-IDX)
008810         = DL150-WS-SRCH-DATE
008820         MOVE DL150-WS-REJ-IDX TO DL150-WS-REJ-FOUND
008830     ELSE
008840         ADD 1 TO DL150-WS-REJ-IDX
008850     END-IF.
008860 2210-EXIT.
008870     EXIT.
008880
008890***************************************************************
008900*  2300-FIND-EXT-ENTRY  --  LOOK UP DL150-WS-SRCH-DATE IN THE
008910*                           EXTRACT TABLE, KEEPING THE LAST
008920*                           ROW FOR THE DATE (A FORCED RERUN
008930*                           APPENDS A SECOND ONE).
008940***************************************************************
008950 2300-FIND-EXT-ENTRY.
008960     MOVE ZERO TO DL150-WS-EXT-FOUND.
008970     MOVE 1 TO DL150-WS-EXT-IDX.
008980     PERFORM 2310-TEST-EXT-ENTRY THRU 2310-EXIT
008990         UNTIL DL150-WS-EXT-IDX > DL150-WS-EXT-USED.
009000 2300-EXIT.
009010     EXIT.
009020
009030 2310-TEST-EXT-ENTRY.
009040     IF DL150-WS-EX-DATE(DL150-WS-EXT-IDX)
009050         = DL150-WS-SRCH-DATE
009060         MOVE DL150-WS-EXT-IDX TO DL150-WS-EXT-FOUND
009070     END-IF.
009080     ADD 1 TO DL150-WS-EXT-IDX.
009090 2310-EXIT.
009100     EXIT.
009110
009120***************************************************************
009130*  2400-ADD-DET-BRANCH  --  ADD THE DETAIL'S VOLUME INTO THE
009140*                           BATCH'S PER-BRANCH TABLE FOR THE
009150*                           PER-BRANCH BALANCE PROOF.  THE
009160*                           TABLE HOLDS AS MANY BRANCHES AS
009170*                           THE BRANCH MASTER.
009180***************************************************************
009190 2400-ADD-DET-BRANCH.
009200     MOVE DL100-IN-DET-BRANCH TO DL150-WS-SRCH-BRANCH.
009210     PERFORM 2500-FIND-DET-BRANCH THRU 2500-EXIT.
009220     IF DL150-WS-BR-FOUND = ZERO
009230         IF DL150-WS-BR-USED >= 50
009240             GO TO 2400-EXIT
009250         END-IF
009260         ADD 1 TO DL150-WS-BR-USED
009270         MOVE DL150-WS-BR-USED TO DL150-WS-BR-FOUND
009280         MOVE DL150-WS-SRCH-BRANCH
009290             TO DL150-WS-BR-CODE(DL150-WS-BR-FOUND)
009300         MOVE ZERO
009310             TO DL150-WS-BR-VOLUME(DL150-WS-BR-FOUND)
009320     END-IF.
009330     ADD DL100-IN-A
009340         TO DL150-WS-BR-VOLUME(DL150-WS-BR-FOUND).
009350 2400-EXIT.
009360     EXIT.
009370
009380***************************************************************
009390*  2500-FIND-DET-BRANCH  --  LOOK UP DL150-WS-SRCH-BRANCH IN
009400*                            THE BATCH'S PER-BRANCH TABLE.
009410***************************************************************
009420 2500-FIND-DET-BRANCH.
009430     MOVE ZERO TO DL150-WS-BR-FOUND.
009440     MOVE 1 TO DL150-WS-BR-IDX.
009450     PERFORM 2510-TEST-DET-BRANCH THRU 2510-EXIT
009460         UNTIL DL150-WS-BR-FOUND > ZERO
009470         OR DL150-WS-BR-IDX > DL150-WS-BR-USED.
009480 2500-EXIT.
009490     EXIT.
009500
009510 2510-TEST-DET-BRANCH.
009520     IF DL150-WS-BR-CODE(DL150-WS-BR-IDX)
009530         = DL150-WS-SRCH-BRANCH
009540         MOVE DL150-WS-BR-IDX TO DL150-WS-BR-FOUND
009550     ELSE
009560         ADD 1 TO DL150-WS-BR-IDX
009570     END-IF.
009580 2510-EXIT.
009590     EXIT.
009600
009610***************************************************************
009620*  2600-FIND-TRL-BRANCH  --  LOOK UP DL150-WS-SRCH-BRANCH IN
009630*                            THE TRAILER'S BRANCH CONTROL
009640*                            TABLE CAPTURED AT THE TRL.
009650***************************************************************
009660 2600-FIND-TRL-BRANCH.
009670     MOVE ZERO TO DL150-WS-TRLBR-FOUND.
009680     MOVE 1 TO DL150-WS-TRLBR-IDX.
009690     PERFORM 2610-TEST-TRL-BRANCH THRU 2610-EXIT
009700         UNTIL DL150-WS-TRLBR-FOUND > ZERO
009710         OR DL150-WS-TRLBR-IDX > DL150-WS-TRLBR-USED.
009720 2600-EXIT.
009730     EXIT.
009740
009750 2610-TEST-TRL-BRANCH.
009760     IF DL150-WS-TRLBR-CODE(DL150-WS-TRLBR-IDX) NUMERIC
009770         AND DL150-WS-TRLBR-CODE(DL150-WS-TRLBR-IDX)
009780             = DL150-WS-SRCH-BRANCH
009790         MOVE DL150-WS-TRLBR-IDX TO DL150-WS-TRLBR-FOUND
009800     ELSE
009810         ADD 1 TO DL150-WS-TRLBR-IDX
009820     END-IF.
009830 2610-EXIT.
009840     EXIT.
009850
009860***************************************************************
009870*  2700-ADD-TRL-ENTRIES  --  APPEND THE BRANCH CONTROL ENTRIES
009880*                            ON THE CURRENT TRX OR TRL RECORD TO
009890*                            THE BATCH'S TRAILER BRANCH TABLE.
009900*                            UNUSED SLOTS ARE NOT CARRIED.
009910***************************************************************
009920 2700-ADD-TRL-ENTRIES.
009930     MOVE 1 TO DL150-WS-TRX-IDX.
009940     PERFORM 2710-ADD-TRL-ENTRY THRU 2710-EXIT
009950         UNTIL DL150-WS-TRX-IDX > 5.
009960 2700-EXIT.
009970     EXIT.
009980
009990 2710-ADD-TRL-ENTRY.
010000     IF DL100-IN-TRL-BR-CODE(DL150-WS-TRX-IDX) NUMERIC
010010         AND DL100-IN-TRL-BR-COUNT(DL150-WS-TRX-IDX) NUMERIC
010020         AND DL100-IN-TRL-BR-CODE(DL150-WS-TRX-IDX) > ZERO
010030         AND DL150-WS-TRLBR-USED < 50
010040         ADD 1 TO DL150-WS-TRLBR-USED
010050         MOVE DL100-IN-TRL-BR-CODE(DL150-WS-TRX-IDX)
010060             TO DL150-WS-TRLBR-CODE(DL150-WS-TRLBR-USED)
010070         MOVE DL100-IN-TRL-BR-COUNT(DL150-WS-TRX-IDX)
010080             TO DL150-WS-TRLBR-CNT(DL150-WS-TRLBR-USED)
010090     END-IF.
010100     ADD 1 TO DL150-WS-TRX-IDX.
010110 2710-EXIT.
010120     EXIT.
010130***************************************************************
010140*  5000-PROOF-BATCH  --  PROVE ONE BATCH ACROSS THE FOUR
010150*                        FILES AND PRINT ITS SECTION OF THE
010160*                        PROOF.
010170***************************************************************
010180 5000-PROOF-BATCH.
010190     ADD 1 TO DL150-WS-BATCH-TOTAL.
010200     MOVE "Y" TO DL150-WS-BAT-PROOF-SW.
010210     MOVE DL150-WS-BATCH-DATE TO DL150-BL-DATE.
010220     MOVE DL150-WS-BAT-LINE TO DL150-RPT-RECORD.
010230     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
010240     PERFORM 5100-READ-AUDIT-ROW THRU 5100-EXIT.
010250     PERFORM 5200-PROOF-COUNTS THRU 5200-EXIT.
010260     PERFORM 5300-PROOF-BALANCE THRU 5300-EXIT.
010270     PERFORM 5400-PROOF-EXTRACT THRU 5400-EXIT.
010280     IF DL150-BAT-IN-PROOF
010290         ADD 1 TO DL150-WS-PROVED-COUNT
010300         MOVE "IN PROOF    " TO DL150-VL-VERDICT
010310     ELSE
010320         ADD 1 TO DL150-WS-FAILED-COUNT
010330         SET DL150-RUN-OUT-OF-PROOF TO TRUE
010340         MOVE "OUT OF PROOF" TO DL150-VL-VERDICT
010350     END-IF.
010360     MOVE DL150-WS-VER-LINE TO DL150-RPT-RECORD.
010370     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
010380     MOVE "N" TO DL150-WS-BATCH-OPEN-SW.
010390     PERFORM 9500-NOTE-RUN-DATE THRU 9500-EXIT.
010400 5000-EXIT.
010410     EXIT.
010420
010430***************************************************************
010440*  5100-READ-AUDIT-ROW  --  FETCH THE AUDIT ROW FOR THE
010450*                           BATCH'S BUSINESS DATE.  NO ROW IS
010460*                           ITSELF AN OUT-OF-PROOF CONDITION.
010470***************************************************************
010480 5100-READ-AUDIT-ROW.
010490     MOVE "N" TO DL150-WS-AUD-FOUND-SW.
010500     IF DL150-WS-AUD-STATUS NOT = "00" AND NOT = "23"
010510         GO TO 5100-FAIL.
010520     MOVE DL150-WS-BATCH-DATE TO DL100-AUD-RUN-DATE.
010530     READ DL150-AUD-FILE
010540         KEY IS DL100-AUD-RUN-DATE
010550         INVALID KEY
010560             GO TO 5100-FAIL
010570     END-READ.
010580     SET DL150-AUD-ROW-FOUND TO TRUE.
010590     GO TO 5100-EXIT.
010600 5100-FAIL.
010610     SET DL150-BAT-OUT-OF-PROOF TO TRUE.
010620     MOVE "NO AUDIT ROW FOR THIS DATE  " TO DL150-CL-LABEL.
010630     MOVE ZERO TO DL150-CL-FILE-VALUE.
010640     MOVE ZERO TO DL150-CL-OTHER-VALUE.
010650     MOVE "OUT OF PROOF" TO DL150-CL-STATUS.
010660     MOVE DL150-WS-CHK-LINE TO DL150-RPT-RECORD.
010670     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
010680 5100-EXIT.
010690     EXIT.
010700
010710***************************************************************
010720*  5200-PROOF-COUNTS  --  DETAIL AND REJECT COUNTS ON THE
010730*                         FILES VERSUS THE AUDIT ROW.
010740***************************************************************
010750 5200-PROOF-COUNTS.
010760     IF NOT DL150-AUD-ROW-FOUND
010770         GO TO 5200-EXIT.
010780     MOVE "DETAILS ON FILE VS AUDIT    " TO DL150-CL-LABEL.
010790     MOVE DL150-WS-DET-COUNT TO DL150-CL-FILE-VALUE.
010800     IF DL100-AUD-REC-COUNT NUMERIC
010810         AND DL100-AUD-REC-COUNT = DL150-WS-DET-COUNT
010820         MOVE DL100-AUD-REC-COUNT TO DL150-CL-OTHER-VALUE
010830         MOVE "OK          " TO DL150-CL-STATUS
010840     ELSE
010850         IF DL100-AUD-REC-COUNT NUMERIC
010860             MOVE DL100-AUD-REC-COUNT TO DL150-CL-OTHER-VALUE
010870         ELSE
010880             MOVE ZERO TO DL150-CL-OTHER-VALUE
010890         END-IF
010900         MOVE "OUT OF PROOF" TO DL150-CL-STATUS
010910         SET DL150-BAT-OUT-OF-PROOF TO TRUE
010920     END-IF.
010930     MOVE DL150-WS-CHK-LINE TO DL150-RPT-RECORD.
010940     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
010950     MOVE DL150-WS-BATCH-DATE TO DL150-WS-SRCH-DATE.
010960     PERFORM 2200-FIND-REJ-ENTRY THRU 2200-EXIT.
010970     MOVE "REJECTS ON FILE VS AUDIT    " TO DL150-CL-LABEL.
010980     IF DL150-WS-REJ-FOUND > ZERO
010990         MOVE DL150-WS-RJ-COUNT(DL150-WS-REJ-FOUND)
011000             TO DL150-CL-FILE-VALUE
011010     ELSE
011020         MOVE ZERO TO DL150-CL-FILE-VALUE
011030     END-IF.
011040     IF DL100-AUD-REJ-COUNT NUMERIC
011050         MOVE DL100-AUD-REJ-COUNT TO DL150-CL-OTHER-VALUE
011060     ELSE
011070         MOVE ZERO TO DL150-CL-OTHER-VALUE
011080     END-IF.
011090     IF DL150-CL-FILE-VALUE = DL150-CL-OTHER-VALUE
011100         MOVE "OK          " TO DL150-CL-STATUS
011110     ELSE
011120         MOVE "OUT OF PROOF" TO DL150-CL-STATUS
011130         SET DL150-BAT-OUT-OF-PROOF TO TRUE
011140     END-IF.
011150     MOVE DL150-WS-CHK-LINE TO DL150-RPT-RECORD.
011160     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011170 5200-EXIT.
011180     EXIT.
011190
011200***************************************************************
011210*  5300-PROOF-BALANCE  --  RECOMPUTE THE BATCH'S BALANCE FROM
011220*                          THE FILES (DETAIL VOLUME LESS
011230*                          REJECTED VOLUME VERSUS THE TRAILER
011240*                          CONTROL COUNT) AND CHECK THE AUDIT
011250*                          ROW'S RETURN CODE SAYS THE SAME.
011260***************************************************************
011270 5300-PROOF-BALANCE.
011280     MOVE DL150-WS-BATCH-DATE TO DL150-WS-SRCH-DATE.
011290     PERFORM 2200-FIND-REJ-ENTRY THRU 2200-EXIT.
011300     MOVE DL150-WS-DET-VOLUME TO DL150-WS-VALID-VOLUME.
011310     IF DL150-WS-REJ-FOUND > ZERO
011320         SUBTRACT DL150-WS-RJ-VOLUME(DL150-WS-REJ-FOUND)
011330             FROM DL150-WS-VALID-VOLUME
011340     END-IF.
011350     MOVE "Y" TO DL150-WS-BALANCED-SW.
011360     IF DL150-WS-VALID-VOLUME NOT = DL150-WS-TRL-COUNT
011370         MOVE "N" TO DL150-WS-BALANCED-SW
011380     END-IF.
011390     MOVE "VALID VOLUME VS TRL CONTROL " TO DL150-CL-LABEL.
011400     MOVE DL150-WS-VALID-VOLUME TO DL150-CL-FILE-VALUE.
011410     MOVE DL150-WS-TRL-COUNT TO DL150-CL-OTHER-VALUE.
011420     IF DL150-BATCH-BALANCED
011430         MOVE "OK          " TO DL150-CL-STATUS
011440     ELSE
011450         MOVE "BREAK       " TO DL150-CL-STATUS
011460     END-IF.
011470     MOVE DL150-WS-CHK-LINE TO DL150-RPT-RECORD.
011480     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011490*    THE PER-BRANCH CONTROLS FOLD INTO THE RECOMPUTED RESULT
011500*    AFTER THE GRAND LINE PRINTS, SO THE GRAND LINE REPORTS
011510*    THE GRAND COMPARE ALONE AND THE BRANCH LINES THEIR OWN.
011520     MOVE 1 TO DL150-WS-TRLBR-IDX.
011530     PERFORM 5350-PROOF-TRL-BRANCH THRU 5350-EXIT
011540         UNTIL DL150-WS-TRLBR-IDX > DL150-WS-TRLBR-USED.
011550     MOVE 1 TO DL150-WS-BR-IDX.
011560     PERFORM 5360-PROOF-DET-BRANCH THRU 5360-EXIT
011570         UNTIL DL150-WS-BR-IDX > DL150-WS-BR-USED.
011580     IF NOT DL150-AUD-ROW-FOUND
011590         GO TO 5300-EXIT.
011600     MOVE ZERO TO DL150-WS-EXPECTED-RC.
011610     IF NOT DL150-BATCH-BALANCED
011620         MOVE 0004 TO DL150-WS-EXPECTED-RC
011630     END-IF.
011640     IF DL150-WS-REJ-FOUND > ZERO
011650         IF DL150-WS-RJ-COUNT(DL150-WS-REJ-FOUND) > ZERO
011660             MOVE 0004 TO DL150-WS-EXPECTED-RC
011670         END-IF
011680     END-IF.
011690     MOVE "AUDIT RC VS RECOMPUTED RC   " TO DL150-CL-LABEL.
011700     MOVE DL100-AUD-RETURN-CODE TO DL150-CL-FILE-VALUE.
011710     MOVE DL150-WS-EXPECTED-RC TO DL150-CL-OTHER-VALUE.
011720     IF DL100-AUD-RETURN-CODE = DL150-WS-EXPECTED-RC
011730         MOVE "OK          " TO DL150-CL-STATUS
011740     ELSE
011750         MOVE "OUT OF PROOF" TO DL150-CL-STATUS
011760         SET DL150-BAT-OUT-OF-PROOF TO TRUE
011770     END-IF.
011780     MOVE DL150-WS-CHK-LINE TO DL150-RPT-RECORD.
011790     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
011800 5300-EXIT.
011810     EXIT.
011820
011830***************************************************************
011840*  5350-PROOF-TRL-BRANCH  --  RECOMPUTE ONE TRAILER BRANCH
011850*                             CONTROL FROM THE FILES (BRANCH
011860*                             DETAIL VOLUME LESS BRANCH
011870*                             REJECTED VOLUME) - THE SAME
011880*                             BRANCH RECONCILIATION THE
011890*                             NIGHTLY RUN DOES, SO A BRANCH
011900*                             BREAK IS NOT A FALSE CROSS-FILE
011910*                             FAILURE.  AN ALL-ZERO OR NON-
011920*                             NUMERIC ENTRY IS AN UNUSED
011930*                             SLOT.
011940***************************************************************
011950 5350-PROOF-TRL-BRANCH.
011960     IF DL150-WS-TRLBR-CODE(DL150-WS-TRLBR-IDX) NOT NUMERIC
011970         OR DL150-WS-TRLBR-CNT(DL150-WS-TRLBR-IDX) NOT NUMERIC
011980         OR DL150-WS-TRLBR-CODE(DL150-WS-TRLBR-IDX) = ZERO
011990         GO TO 5350-NEXT.
012000     MOVE DL150-WS-TRLBR-CODE(DL150-WS-TRLBR-IDX)
012010         TO DL150-WS-SRCH-BRANCH.
012020     PERFORM 2500-FIND-DET-BRANCH THRU 2500-EXIT.
012030     IF DL150-WS-BR-FOUND > ZERO
012040         MOVE DL150-WS-BR-VOLUME(DL150-WS-BR-FOUND)
012050             TO DL150-WS-BR-EXPECTED
012060     ELSE
012070         MOVE ZERO TO DL150-WS-BR-EXPECTED
012080     END-IF.
012090     MOVE DL150-WS-BATCH-DATE TO DL150-WS-SRCH-DATE.
012100     PERFORM 2250-FIND-RJB-ENTRY THRU 2250-EXIT.
012110     IF DL150-WS-RJB-FOUND > ZERO
012120         SUBTRACT DL150-WS-RJB-VOLUME(DL150-WS-RJB-FOUND)
012130             FROM DL150-WS-BR-EXPECTED
012140     END-IF.
012150     IF DL150-WS-BR-EXPECTED
012160         NOT = DL150-WS-TRLBR-CNT(DL150-WS-TRLBR-IDX)
012170         MOVE "N" TO DL150-WS-BALANCED-SW
012180         PERFORM 5380-PRINT-BRANCH-LINE THRU 5380-EXIT
012190     END-IF.
012200 5350-NEXT.
012210     ADD 1 TO DL150-WS-TRLBR-IDX.
012220 5350-EXIT.
012230     EXIT.
012240
012250***************************************************************
012260*  5360-PROOF-DET-BRANCH  --  A BRANCH WITH NET VALID VOLUME
012270*                             BUT NO TRAILER CONTROL ENTRY IS
012280*                             A BRANCH BREAK, JUST AS THE
012290*                             NIGHTLY RUN FLAGS IT.
012300***************************************************************
012310 5360-PROOF-DET-BRANCH.
012320     MOVE DL150-WS-BR-CODE(DL150-WS-BR-IDX)
012330         TO DL150-WS-SRCH-BRANCH.
012340     PERFORM 2600-FIND-TRL-BRANCH THRU 2600-EXIT.
012350     IF DL150-WS-TRLBR-FOUND > ZERO
012360         GO TO 5360-NEXT.
012370     MOVE DL150-WS-BR-VOLUME(DL150-WS-BR-IDX)
012380         TO DL150-WS-BR-EXPECTED.
012390     MOVE DL150-WS-BATCH-DATE TO DL150-WS-SRCH-DATE.
012400     PERFORM 2250-FIND-RJB-ENTRY THRU 2250-EXIT.
012410     IF DL150-WS-RJB-FOUND > ZERO
012420         SUBTRACT DL150-WS-RJB-VOLUME(DL150-WS-RJB-FOUND)
012430             FROM DL150-WS-BR-EXPECTED
012440     END-IF.
012450     IF DL150-WS-BR-EXPECTED > ZERO
012460         MOVE "N" TO DL150-WS-BALANCED-SW
012470         PERFORM 5390-PRINT-ORPHAN-LINE THRU 5390-EXIT
012480     END-IF.
012490 5360-NEXT.
012500     ADD 1 TO DL150-WS-BR-IDX.
012510 5360-EXIT.
012520     EXIT.
012530
012540***************************************************************
012550*  5380-PRINT-BRANCH-LINE  --  PRINT THE BRANCH BALANCE CHECK
012560*                              LINE FOR A BRANCH WHOSE
012570*                              CONTROL DOES NOT MATCH.
012580***************************************************************
012590 5380-PRINT-BRANCH-LINE.
012600     MOVE DL150-WS-SRCH-BRANCH TO DL150-BLBL-CODE.
012610     PERFORM 5395-MOVE-BRANCH-NAME THRU 5395-EXIT.
012620     MOVE DL150-WS-BRL-LABEL TO DL150-CL-LABEL.
012630     MOVE DL150-WS-BR-EXPECTED TO DL150-CL-FILE-VALUE.
012640     MOVE DL150-WS-TRLBR-CNT(DL150-WS-TRLBR-IDX)
012650         TO DL150-CL-OTHER-VALUE.
012660     MOVE "BREAK       " TO DL150-CL-STATUS.
012670     MOVE DL150-WS-CHK-LINE TO DL150-RPT-RECORD.
012680     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012690 5380-EXIT.
012700     EXIT.
012710
012720***************************************************************
012730*  5390-PRINT-ORPHAN-LINE  --  PRINT THE BRANCH BALANCE CHECK
012740*                              LINE FOR A BRANCH WITH VOLUME
012750*                              BUT NO TRAILER CONTROL ENTRY.
012760***************************************************************
012770 5390-PRINT-ORPHAN-LINE.
012780     MOVE DL150-WS-SRCH-BRANCH TO DL150-BLBL-CODE.
012790     PERFORM 5395-MOVE-BRANCH-NAME THRU 5395-EXIT.
012800     MOVE DL150-WS-BRL-LABEL TO DL150-CL-LABEL.
012810     MOVE DL150-WS-BR-EXPECTED TO DL150-CL-FILE-VALUE.
012820     MOVE ZERO TO DL150-CL-OTHER-VALUE.
012830     MOVE "BREAK       " TO DL150-CL-STATUS.
012840     MOVE DL150-WS-CHK-LINE TO DL150-RPT-RECORD.
012850     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
012860 5390-EXIT.
012870     EXIT.
012880
012890***************************************************************
012900*  5395-MOVE-BRANCH-NAME  --  FILL THE BRANCH CHECK LABEL'S
012910*                             NAME FIELD FROM THE MASTER.  A
012920*                             BRANCH NOT ON THE MASTER KEEPS
012930*                             THE OLD VOL-VS-CONTROL TEXT.
012940***************************************************************
012950 5395-MOVE-BRANCH-NAME.
012960     MOVE DL150-WS-SRCH-BRANCH TO DL150-WS-BRNM-SRCH.
012970     PERFORM 1450-FIND-BRN-ENTRY THRU 1450-EXIT.
012980     IF DL150-WS-BRNM-FOUND > ZERO
012990         MOVE DL150-WS-BM-NAME(DL150-WS-BRNM-FOUND)
013000             TO DL150-BLBL-NAME
013010     ELSE
013020         MOVE "VOL VS CONTROL" TO DL150-BLBL-NAME
013030     END-IF.
013040 5395-EXIT.
013050     EXIT.
013060
013070
013080***************************************************************
013090*  5400-PROOF-EXTRACT  --  THE SETTLEMENT EXTRACT SET FOR
013100*                          THE DATE MUST EXIST, ITS HEADER
013110*                          FLAG MUST AGREE WITH THE
013120*                          RECOMPUTED BALANCE RESULT, AND
013130*                          ITS BRANCH ROWS MUST PROVE TO THE
013140*                          EXT TRAILER'S ROW COUNT AND HASH
013150*                          TOTAL.
013160***************************************************************
013170 5400-PROOF-EXTRACT.
013180     MOVE DL150-WS-BATCH-DATE TO DL150-WS-SRCH-DATE.
013190     PERFORM 2300-FIND-EXT-ENTRY THRU 2300-EXIT.
013200     MOVE "EXTRACT FLAG VS RECOMPUTED  " TO DL150-CL-LABEL.
013210     IF DL150-WS-EXT-FOUND = ZERO
013220         OR DL150-WS-EX-HDR-SW(DL150-WS-EXT-FOUND) NOT = "Y"
013230         MOVE ZERO TO DL150-CL-FILE-VALUE
013240         MOVE ZERO TO DL150-CL-OTHER-VALUE
013250         MOVE "NO EXTRACT  " TO DL150-CL-STATUS
013260         SET DL150-BAT-OUT-OF-PROOF TO TRUE
013270         GO TO 5400-PRINT.
013280     MOVE ZERO TO DL150-CL-FILE-VALUE.
013290     MOVE ZERO TO DL150-CL-OTHER-VALUE.
013300     IF (DL150-WS-EX-FLAG(DL150-WS-EXT-FOUND) = "G"
013310         AND DL150-BATCH-BALANCED)
013320         OR (DL150-WS-EX-FLAG(DL150-WS-EXT-FOUND) = "B"
013330         AND NOT DL150-BATCH-BALANCED)
013340         MOVE "OK          " TO DL150-CL-STATUS
013350     ELSE
013360         MOVE "OUT OF PROOF" TO DL150-CL-STATUS
013370         SET DL150-BAT-OUT-OF-PROOF TO TRUE
013380     END-IF.
013390     MOVE DL150-WS-CHK-LINE TO DL150-RPT-RECORD.
013400     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013410     PERFORM 5410-SUM-EXT-BRANCHES THRU 5410-EXIT.
013420     MOVE "EXT BRANCH ROWS VS TRAILER  " TO DL150-CL-LABEL.
013430     MOVE DL150-WS-XB-COUNT TO DL150-CL-FILE-VALUE.
013440     MOVE DL150-WS-EX-TRL-CNT(DL150-WS-EXT-FOUND)
013450         TO DL150-CL-OTHER-VALUE.
013460     IF DL150-WS-EX-TRL-SW(DL150-WS-EXT-FOUND) NOT = "Y"
013470         MOVE "NO TRAILER  " TO DL150-CL-STATUS
013480         SET DL150-BAT-OUT-OF-PROOF TO TRUE
013490     ELSE
013500         IF DL150-WS-XB-COUNT
013510             = DL150-WS-EX-TRL-CNT(DL150-WS-EXT-FOUND)
013520             MOVE "OK          " TO DL150-CL-STATUS
013530         ELSE
013540             MOVE "OUT OF PROOF" TO DL150-CL-STATUS
013550             SET DL150-BAT-OUT-OF-PROOF TO TRUE
013560         END-IF
013570     END-IF.
013580     MOVE DL150-WS-CHK-LINE TO DL150-RPT-RECORD.
013590     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013600     MOVE "EXT HASH TOTAL VS TRAILER   " TO DL150-CL-LABEL.
013610     MOVE DL150-WS-XB-HASH TO DL150-CL-FILE-VALUE.
013620     MOVE DL150-WS-EX-TRL-HASH(DL150-WS-EXT-FOUND)
013630         TO DL150-CL-OTHER-VALUE.
013640     IF DL150-WS-EX-TRL-SW(DL150-WS-EXT-FOUND) NOT = "Y"
013650         MOVE "NO TRAILER  " TO DL150-CL-STATUS
013660     ELSE
013670         IF DL150-WS-XB-HASH
013680             = DL150-WS-EX-TRL-HASH(DL150-WS-EXT-FOUND)
013690             MOVE "OK          " TO DL150-CL-STATUS
013700         ELSE
013710             MOVE "OUT OF PROOF" TO DL150-CL-STATUS
013720             SET DL150-BAT-OUT-OF-PROOF TO TRUE
013730         END-IF
013740     END-IF.
013750 5400-PRINT.
013760     MOVE DL150-WS-CHK-LINE TO DL150-RPT-RECORD.
013770     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
013780 5400-EXIT.
013790     EXIT.
013800
013810***************************************************************
013820*  5410-SUM-EXT-BRANCHES  --  COUNT AND HASH THE LOADED EXB
013830*                             BRANCH ROWS FOR THE BATCH DATE,
013840*                             THE RECOMPUTED HALF OF THE
013850*                             TRAILER PROOF.
013860***************************************************************
013870 5410-SUM-EXT-BRANCHES.
013880     MOVE ZERO TO DL150-WS-XB-COUNT.
013890     MOVE ZERO TO DL150-WS-XB-HASH.
013900     MOVE 1 TO DL150-WS-EXB-IDX.
013910     PERFORM 5420-SUM-ONE-EXB THRU 5420-EXIT
013920         UNTIL DL150-WS-EXB-IDX > DL150-WS-EXB-USED.
013930 5410-EXIT.
013940     EXIT.
013950
013960 5420-SUM-ONE-EXB.
013970     IF DL150-WS-XB-DATE(DL150-WS-EXB-IDX)
013980         = DL150-WS-SRCH-DATE
013990         ADD 1 TO DL150-WS-XB-COUNT
014000         ADD DL150-WS-XB-AMOUNT(DL150-WS-EXB-IDX)
014010             TO DL150-WS-XB-HASH
014020     END-IF.
014030     ADD 1 TO DL150-WS-EXB-IDX.
014040 5420-EXIT.
014050     EXIT.
014060
014070 8100-WRITE-RPT-LINE.
014080     IF DL150-WS-RPT-STATUS = "00"
014090         WRITE DL150-RPT-RECORD
014100     END-IF.
014110 8100-EXIT.
014120     EXIT.
014130
014140***************************************************************
014150*  9000-TERMINATE  --  CLOSE A BATCH LEFT OPEN BY A MISSING
014160*                      TRAILER, PRINT THE OVERALL VERDICT,
014170*                      SET THE CONDITION CODE, AND CLOSE THE
014180*                      FILES.
014190***************************************************************
014200 9000-TERMINATE.
014210     IF DL150-BATCH-OPEN
014220         MOVE ZERO TO DL150-WS-TRL-COUNT
014230         MOVE ZEROS TO DL150-WS-TRLBR-TABLE
014240         MOVE ZERO TO DL150-WS-TRLBR-USED
014250         PERFORM 5000-PROOF-BATCH THRU 5000-EXIT
014260     END-IF.
014270     IF DL150-WS-BATCH-TOTAL = ZERO
014280         MOVE "NO BATCHES ON DAILYCNT" TO DL150-RPT-RECORD
014290         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
014300         SET DL150-RUN-OUT-OF-PROOF TO TRUE
014310     END-IF.
014320     IF DL150-RUN-IN-PROOF
014330         MOVE "IN PROOF    " TO DL150-RL-VERDICT
014340     ELSE
014350         MOVE "OUT OF PROOF" TO DL150-RL-VERDICT
014360         IF DL150-WS-RETURN-CODE < 0008
014370             MOVE 0008 TO DL150-WS-RETURN-CODE
014380         END-IF
014390     END-IF.
014400     MOVE DL150-WS-RUN-LINE TO DL150-RPT-RECORD.
014410     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
014420     IF DL150-WS-IN-STATUS = "00" OR "10"
014430         CLOSE DL150-IN-FILE
014440     END-IF.
014450     IF DL150-WS-REJ-STATUS = "00" OR "10"
014460         CLOSE DL150-REJ-FILE
014470     END-IF.
014480     IF DL150-WS-AUD-STATUS = "00" OR "10" OR "23"
014490         CLOSE DL150-AUD-FILE
014500     END-IF.
014510     IF DL150-WS-EXT-STATUS = "00" OR "10"
014520         CLOSE DL150-EXT-FILE
014530     END-IF.
014540     IF DL150-WS-RPT-STATUS = "00"
014550         CLOSE DL150-RPT-FILE
014560     END-IF.
014570     DISPLAY "PROOFRPT: VERDICT "
014580         DL150-RL-VERDICT.
014590     PERFORM 9520-WRITE-RUN-CONTROL THRU 9520-EXIT.
014600     DISPLAY "PROOFRPT: RETURN CODE " DL150-WS-RETURN-CODE.
014610 9000-EXIT.
014620     EXIT.
014630
014640***************************************************************
014650*  9500-NOTE-RUN-DATE  --  KEEP THE BATCH'S BUSINESS DATE
014660*                          FOR THE RUN-CONTROL LEDGER, ONCE.
014670***************************************************************
014680 9500-NOTE-RUN-DATE.
014690     MOVE ZERO TO DL150-WS-RDT-FOUND.
014700     MOVE 1 TO DL150-WS-RDT-IDX.
014710     PERFORM 9510-TEST-RDT-ENTRY THRU 9510-EXIT
014720         UNTIL DL150-WS-RDT-FOUND > ZERO
014730         OR DL150-WS-RDT-IDX > DL150-WS-RDT-USED.
014740     IF DL150-WS-RDT-FOUND > ZERO
014750         GO TO 9500-EXIT.
014760     IF DL150-WS-RDT-USED >= 50
014770         DISPLAY "PROOFRPT: RUN-CONTROL DATE TABLE FULL, "
014780             DL150-WS-BATCH-DATE " NOT RECORDED"
014790         GO TO 9500-EXIT.
014800     ADD 1 TO DL150-WS-RDT-USED.
014810     MOVE DL150-WS-BATCH-DATE
014820         TO DL150-WS-RDT-DATE(DL150-WS-RDT-USED).
014830 9500-EXIT.
014840     EXIT.
014850
014860 9510-TEST-RDT-ENTRY.
014870     IF DL150-WS-RDT-DATE(DL150-WS-RDT-IDX) = DL150-WS-BATCH-DATE
014880         MOVE DL150-WS-RDT-IDX TO DL150-WS-RDT-FOUND
014890     ELSE
014900         ADD 1 TO DL150-WS-RDT-IDX
014910     END-IF.
014920 9510-EXIT.
014930     EXIT.
014940
014950***************************************************************
014960*  9520-WRITE-RUN-CONTROL  --  ONE LEDGER ROW PER BUSINESS
014970*                              DATE PROVED, WITH THE RUN'S
014980*                              FINAL RETURN CODE.  A LEDGER
014990*                              THAT WILL NOT OPEN LEAVES THE
015000*                              STEP UNRECORDED (THE GATE
015010*                              REPORTS IT MISSING) BUT DOES
015020*                              NOT CHANGE THE RUN'S CODE.
015030***************************************************************
015040 9520-WRITE-RUN-CONTROL.
015050     IF DL150-WS-RDT-USED = ZERO
015060         GO TO 9520-EXIT.
015070     ACCEPT DL150-WS-RUN-TIME FROM TIME.
015080     OPEN OUTPUT DL150-RCL-FILE.
015090     IF DL150-WS-RCL-STATUS NOT = "00"
015100         DISPLAY "PROOFRPT: RUNCTL NOT AVAILABLE, STATUS = "
015110             DL150-WS-RCL-STATUS " - STEP NOT RECORDED"
015120         GO TO 9520-EXIT.
015130     MOVE 1 TO DL150-WS-RDT-IDX.
015140     PERFORM 9530-PUT-RCL-ROW THRU 9530-EXIT
015150         UNTIL DL150-WS-RDT-IDX > DL150-WS-RDT-USED.
015160     CLOSE DL150-RCL-FILE.
015170 9520-EXIT.
015180     EXIT.
015190
015200 9530-PUT-RCL-ROW.
015210     MOVE SPACES TO DL100-RCL-RECORD.
015220     MOVE DL150-WS-RDT-DATE(DL150-WS-RDT-IDX)
015230         TO DL100-RCL-BUS-DATE.
015240     MOVE "PROOFSTP" TO DL100-RCL-STEP.
015250     MOVE "PROOFRPT" TO DL100-RCL-PROGRAM.
015260     MOVE DL150-WS-RETURN-CODE TO DL100-RCL-RC.
015270     SET DL100-RCL-IS-STEP TO TRUE.
015280     MOVE DL150-WS-RUN-DATE TO DL100-RCL-RUN-DATE.
015290     MOVE DL150-WS-RUN-TIME(1:6) TO DL100-RCL-RUN-TIME.
015300     WRITE DL100-RCL-RECORD.
015310     IF DL150-WS-RCL-STATUS NOT = "00"
015320         DISPLAY "PROOFRPT: UNABLE TO WRITE RUNCTL, STATUS = "
015330             DL150-WS-RCL-STATUS
015340     END-IF.
015350     ADD 1 TO DL150-WS-RDT-IDX.
015360 9530-EXIT.
015370     EXIT.
