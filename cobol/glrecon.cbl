000010***************************************************************
000020*  GLRECON.CBL
000030*
000040*  GL / SETTLEMENT / ACKNOWLEDGMENT TIE-OUT.  PROOFRPT PROVES
000050*  THE NIGHT'S INPUT, REJECTS, AUDIT ROW, AND EXTRACT AGAINST
000060*  EACH OTHER, AND SETLACK PROVES THE EXTRACT AGAINST WHAT
000070*  SETTLEMENT ACKNOWLEDGED - BUT NOTHING TIED WHAT WAS BOOKED
000080*  TO THE LEDGER TO WHAT SETTLEMENT ACCEPTED.  FOR EVERY
000090*  BUSINESS DATE AND BRANCH THIS STEP PROVES THAT THREE
000100*  FIGURES AGREE:
000110*
000120*      GL NET    -  THE NET POSTED ON GLPOST FOR THE BRANCH
000130*                   AND DATE ACROSS EVERY POSTING SET ON FILE
000140*                   (ORIGINALS, "R" REVERSALS, "X" CORRECTIONS,
000150*                   "A" RE-RATE ADJUSTMENTS, "T" TRANSFERS),
000160*      EXTRACT   -  THE SETTLED AMOUNT ON THE BRANCH'S EXB ROW
000170*                   IN THE LAST SETLXTR SET FOR THE DATE,
000180*      ACCEPTED  -  THE AMOUNT THE LAST SETLACK
000190*                   ACKNOWLEDGMENT FOR THE BRANCH AND DATE
000200*                   SHOWS SETTLEMENT ACCEPTED (NOTHING WHEN IT
000210*                   WAS REJECTED OR NEVER ACKNOWLEDGED).
000220*
000230*  EVERY BRANCH IS LISTED WITH ITS THREE FIGURES; A
000240*  DISAGREEMENT NAMES THE LEG THAT IS OUT - THE ONE FIGURE
000250*  THAT DIFFERS FROM THE OTHER TWO, OR THE LEG THAT IS
000260*  MISSING.  EACH DATE CLOSES WITH A "TIE-OUT" VERDICT LINE
000270*  THE MORNING SUMMARY LIFTS.
000280*
000290*  THE GL NET IS TAKEN ON THE DEBIT-ACCOUNT SIDE OF THE
000300*  BRANCH'S POSTINGS.  EVERY WRITER OF GLPOST PUTS A PAIR'S
000310*  DEBIT-ACCOUNT SIDE FIRST, SO THE FIRST RECORD OF EACH
000320*  ORIGINAL, CORRECTION, OR RE-RATE PAIR COUNTS (A DEBIT
000330*  RAISES THE NET, A CREDIT LOWERS IT) AND NAMES THE
000340*  ACCOUNT.  A REVERSAL BACKS OUT EACH ACCOUNT'S NET ON ITS
000350*  OWN, SO ITS RECORDS COUNT ON THE ACCOUNTS NAMED THAT WAY;
000360*  ON THE SUSPENSE ACCOUNT, WHICH CARRIES BOTH SIDES, ONLY
000370*  THE REVERSING CREDIT COUNTS.  A TRANSFER ONLY MOVES THE
000380*  BRANCH'S POSTING OUT OF SUSPENSE INTO ITS OWN ACCOUNTS,
000390*  SO IT IS COUNTED BUT NETS TO NOTHING.
000400*
000410*  PARM (COLUMNS):
000420*
000430*      1-8   BUSINESS DATE CCYYMMDD TO TIE OUT.  BLANK OR
000440*            ZERO - EVERY BUSINESS DATE ON TONIGHT'S DAILYCNT
000450*            HEADERS.
000460*
000470*  ENDS 0000 WHEN EVERY BRANCH TIES, 0008 ON ANY
000480*  DISAGREEMENT (OR WHEN THERE IS NO DATE TO TIE OUT) SO
000490*  MORNSTP AND THE SCHEDULE PICK IT UP, 0016 ON A FILE OR
000500*  PARM FAILURE.
000510*
000520*  MODIFICATION HISTORY
000530*  --------------------
000540*  DATE       INIT  DESCRIPTION
000550*  ---------- ----  ------------------------------------------
000560*  2026-10-15 DLP   INITIAL VERSION - FINANCE HAS BEEN TYING
000570*                   THE LEDGER TO SETTLEMENT IN A SPREADSHEET
000580*                   AT MONTH END.
000581*  2026-10-15 DLP   RECORD THE NIGHTLY STEP ON THE RUN-CONTROL
000582*                   LEDGER (RUNCTL), ONE ROW PER BUSINESS DATE
000583*                   TIED OUT.  A PARM-DATE RUN IS NOT RECORDED.
000590***************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. GLRECON.
000620 AUTHOR. D. L. PRICE.
000630 INSTALLATION. DATA PROCESSING.
000640 DATE-WRITTEN. 2026-10-15.
000650 DATE-COMPILED.
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER. IBM-370.
000690 OBJECT-COMPUTER. IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT DL270-IN-FILE ASSIGN TO "DAILYCNT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS DL270-WS-IN-STATUS.
000750     SELECT DL270-GL-FILE ASSIGN TO "GLPOST"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DL270-WS-GL-STATUS.
000780     SELECT DL270-EXT-FILE ASSIGN TO "SETLXTR"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS DL270-WS-EXT-STATUS.
000810     SELECT DL270-ACK-FILE ASSIGN TO "SETLACK"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS DL270-WS-ACK-STATUS.
000840     SELECT DL270-RPT-FILE ASSIGN TO "GLRECRPT"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS DL270-WS-RPT-STATUS.
000861     SELECT DL270-RCL-FILE ASSIGN TO "RUNCTL"
000862         ORGANIZATION IS SEQUENTIAL
000863         FILE STATUS IS DL270-WS-RCL-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  DL270-IN-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 80 CHARACTERS.
000920     COPY DLINREC.
000930
000940 FD  DL270-GL-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970     COPY DLGLREC.
000980
000990 FD  DL270-EXT-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 32 CHARACTERS.
001020     COPY DLEXTREC.
001030
001040***************************************************************
001050*  ACKNOWLEDGMENT RECORD - SETTLEMENT'S ITEMIZED LAYOUT, AS
001060*  SETLACK READS IT.
001070***************************************************************
001080 FD  DL270-ACK-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 80 CHARACTERS.
001110 01  DL270-ACK-RECORD.
001120     05  DL270-ACK-RUN-DATE      PIC 9(08).
001130     05  DL270-ACK-BRANCH        PIC 9(03).
001140     05  DL270-ACK-STATUS        PIC X(01).
001150         88  DL270-ACK-ACCEPTED          VALUE "A".
001160         88  DL270-ACK-REJECTED          VALUE "R".
001170     05  DL270-ACK-AMOUNT        PIC 9(09).
001180     05  FILLER                  PIC X(59).
001190
001200 FD  DL270-RPT-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  DL270-RPT-RECORD            PIC X(80).
001231
001232 FD  DL270-RCL-FILE
001233     LABEL RECORDS ARE STANDARD
001234     RECORD CONTAINS 80 CHARACTERS.
001235     COPY DLRCLREC.
001240 WORKING-STORAGE SECTION.
001250 77  DL270-WS-IN-STATUS          PIC X(02)  VALUE SPACES.
001260 77  DL270-WS-GL-STATUS          PIC X(02)  VALUE SPACES.
001270 77  DL270-WS-EXT-STATUS         PIC X(02)  VALUE SPACES.
001280 77  DL270-WS-ACK-STATUS         PIC X(02)  VALUE SPACES.
001290 77  DL270-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
001300 77  DL270-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001310 77  DL270-WS-SUSP-ACCOUNT       PIC X(10)
001320                                 VALUE "9999999999".
001330 77  DL270-WS-GL-READ-COUNT      PIC 9(07)  VALUE ZERO.
001340 77  DL270-WS-GL-ORIG-COUNT      PIC 9(07)  VALUE ZERO.
001350 77  DL270-WS-GL-CORR-COUNT      PIC 9(07)  VALUE ZERO.
001360 77  DL270-WS-GL-REV-COUNT       PIC 9(07)  VALUE ZERO.
001370 77  DL270-WS-GL-RRT-COUNT       PIC 9(07)  VALUE ZERO.
001380 77  DL270-WS-GL-XFR-COUNT       PIC 9(07)  VALUE ZERO.
001390 77  DL270-WS-EXT-ROW-COUNT      PIC 9(07)  VALUE ZERO.
001400 77  DL270-WS-SUPERSEDED-COUNT   PIC 9(07)  VALUE ZERO.
001410 77  DL270-WS-ACK-ROW-COUNT      PIC 9(07)  VALUE ZERO.
001420 77  DL270-WS-TIED-COUNT         PIC 9(05)  VALUE ZERO.
001430 77  DL270-WS-GL-OUT-COUNT       PIC 9(05)  VALUE ZERO.
001440 77  DL270-WS-EXT-OUT-COUNT      PIC 9(05)  VALUE ZERO.
001450 77  DL270-WS-ACK-OUT-COUNT      PIC 9(05)  VALUE ZERO.
001460 77  DL270-WS-ALL-OUT-COUNT      PIC 9(05)  VALUE ZERO.
001470 77  DL270-WS-DATE-TIED          PIC 9(05)  VALUE ZERO.
001480 77  DL270-WS-DATE-OUT           PIC 9(05)  VALUE ZERO.
001490 77  DL270-WS-SRCH-DATE          PIC 9(08)  VALUE ZERO.
001500 77  DL270-WS-SRCH-BRANCH        PIC 9(03)  VALUE ZERO.
001510 77  DL270-WS-GL-FIG             PIC S9(11) VALUE ZERO.
001520 77  DL270-WS-EXT-FIG            PIC S9(11) VALUE ZERO.
001530 77  DL270-WS-ACK-FIG            PIC S9(11) VALUE ZERO.
001540 77  DL270-WS-DAY-USED           PIC 9(03)  COMP VALUE ZERO.
001550 77  DL270-WS-DAY-IDX            PIC 9(03)  COMP VALUE ZERO.
001560 77  DL270-WS-DAY-FOUND          PIC 9(03)  COMP VALUE ZERO.
001570 77  DL270-WS-REC-USED           PIC 9(03)  COMP VALUE ZERO.
001580 77  DL270-WS-REC-IDX            PIC 9(03)  COMP VALUE ZERO.
001590 77  DL270-WS-REC-FOUND          PIC 9(03)  COMP VALUE ZERO.
001591 77  DL270-WS-RCL-STATUS         PIC X(02)  VALUE SPACES.
001592 77  DL270-WS-RUN-TIME           PIC 9(08)  VALUE ZERO.
001600 01  DL270-WS-SWITCHES.
001610     05  DL270-WS-IN-EOF-SW      PIC X(01)  VALUE "N".
001620         88  DL270-EOF-INPUT                VALUE "Y".
001630     05  DL270-WS-GL-EOF-SW      PIC X(01)  VALUE "N".
001640         88  DL270-EOF-GL                   VALUE "Y".
001650     05  DL270-WS-EXT-EOF-SW     PIC X(01)  VALUE "N".
001660         88  DL270-EOF-EXTRACT              VALUE "Y".
001670     05  DL270-WS-ACK-EOF-SW     PIC X(01)  VALUE "N".
001680         88  DL270-EOF-ACKS                 VALUE "Y".
001690     05  DL270-WS-FULL-SW        PIC X(01)  VALUE "N".
001700         88  DL270-TABLE-FILLED             VALUE "Y".
001701     05  DL270-WS-NIGHT-SW       PIC X(01)  VALUE "N".
001702         88  DL270-NIGHTLY-RUN              VALUE "Y".
001710 01  DL270-WS-RUN-DATE.
001720     05  DL270-WS-RUN-CCYY       PIC 9(04).
001730     05  DL270-WS-RUN-MM         PIC 9(02).
001740     05  DL270-WS-RUN-DD         PIC 9(02).
001750***************************************************************
001760*  THE BUSINESS DATES BEING TIED OUT - THE PARM DATE, OR
001770*  TONIGHT'S DAILYCNT HEADERS.
001780***************************************************************
001790 01  DL270-WS-DAY-TABLE.
001800     05  DL270-WS-DAY-ENTRY OCCURS 50 TIMES.
001810         10  DL270-WS-DY-DATE    PIC 9(08).
001820***************************************************************
001830*  TIE-OUT TABLE - ONE ENTRY PER BUSINESS DATE AND BRANCH,
001840*  ADDED BY WHICHEVER OF THE THREE FILES FIRST NAMES IT.
001850*
001860*      RC-GL-NET      THE NET POSTED, DEBIT-ACCOUNT SIDE
001870*      RC-DR-ACCT1/2  THE DEBIT-SIDE ACCOUNTS SEEN SO FAR
001880*                     (SUSPENSE, THEN THE BRANCH'S OWN
001890*                     ACCOUNT ONCE IT MAPS)
001900*      RC-PAIR-SW     WHICH HALF OF A PAIR COMES NEXT
001910*      RC-EXT-AMT     THE EXB AMOUNT IN THE LAST SET
001920*      RC-ACK-STATUS  THE LAST ACKNOWLEDGMENT'S STATUS
001930*                     (SPACE - NONE ON FILE)
001940***************************************************************
001950 01  DL270-WS-REC-TABLE.
001960     05  DL270-WS-REC-ENTRY OCCURS 500 TIMES.
001970         10  DL270-WS-RC-DATE    PIC 9(08).
001980         10  DL270-WS-RC-BRANCH  PIC 9(03).
001990         10  DL270-WS-RC-GL-NET  PIC S9(11).
002000         10  DL270-WS-RC-GL-SEEN PIC X(01).
002010             88  DL270-RC-GL-POSTED         VALUE "Y".
002020         10  DL270-WS-RC-DR-ACCT1
002030                                 PIC X(10).
002040         10  DL270-WS-RC-DR-ACCT2
002050                                 PIC X(10).
002060         10  DL270-WS-RC-PAIR-SW PIC X(01).
002070             88  DL270-RC-FIRST-HALF        VALUE "1".
002080             88  DL270-RC-SECOND-HALF       VALUE "2".
002090         10  DL270-WS-RC-EXT-AMT PIC 9(09).
002100         10  DL270-WS-RC-EXT-SEEN
002110                                 PIC X(01).
002120             88  DL270-RC-EXT-SENT          VALUE "Y".
002130         10  DL270-WS-RC-ACK-AMT PIC 9(09).
002140         10  DL270-WS-RC-ACK-STATUS
002150                                 PIC X(01).
002160             88  DL270-RC-ACK-NONE          VALUE SPACE.
002170             88  DL270-RC-ACK-ACCEPTED      VALUE "A".
002180             88  DL270-RC-ACK-REJECTED      VALUE "R".
002190***************************************************************
002200*  REPORT LINE LAYOUTS
002210***************************************************************
002220 01  DL270-WS-HDR-LINE.
002230     05  FILLER                  PIC X(30)
002240             VALUE "GLRECON LEDGER/SETTLEMENT TIE-".
002250     05  FILLER                  PIC X(06)  VALUE "OUT - ".
002260     05  DL270-HL-CCYY           PIC 9(04).
002270     05  FILLER                  PIC X(01)  VALUE "-".
002280     05  DL270-HL-MM             PIC 9(02).
002290     05  FILLER                  PIC X(01)  VALUE "-".
002300     05  DL270-HL-DD             PIC 9(02).
002310     05  FILLER                  PIC X(34)  VALUE SPACES.
002320 01  DL270-WS-DAY-LINE.
002330     05  FILLER                  PIC X(14)
002340             VALUE "BUSINESS DATE ".
002350     05  DL270-DY-DATE           PIC 9(08).
002360     05  FILLER                  PIC X(58)  VALUE SPACES.
002370 01  DL270-WS-COL-LINE.
002380     05  FILLER                  PIC X(29)
002390             VALUE "BUS DATE  BRN      GL NET    ".
002400     05  FILLER                  PIC X(29)
002410             VALUE "EXTRACT   ACCEPTED S  LEG OUT".
002420     05  FILLER                  PIC X(22)  VALUE SPACES.
002430 01  DL270-WS-DET-LINE.
002440     05  DL270-DL-DATE           PIC 9(08).
002450     05  FILLER                  PIC X(02)  VALUE SPACES.
002460     05  DL270-DL-BRANCH         PIC 9(03).
002470     05  FILLER                  PIC X(01)  VALUE SPACES.
002480     05  DL270-DL-GL-NET         PIC -(10)9.
002490     05  FILLER                  PIC X(02)  VALUE SPACES.
002500     05  DL270-DL-EXTRACT        PIC ZZZZZZZZ9.
002510     05  FILLER                  PIC X(02)  VALUE SPACES.
002520     05  DL270-DL-ACCEPTED       PIC ZZZZZZZZ9.
002530     05  FILLER                  PIC X(01)  VALUE SPACES.
002540     05  DL270-DL-ACK-STATUS     PIC X(01).
002550     05  FILLER                  PIC X(02)  VALUE SPACES.
002560     05  DL270-DL-LEG            PIC X(24).
002570     05  FILLER                  PIC X(05)  VALUE SPACES.
002580 01  DL270-WS-VRD-LINE.
002590     05  FILLER                  PIC X(08)  VALUE "TIE-OUT ".
002600     05  DL270-VL-DATE           PIC 9(08).
002610     05  FILLER                  PIC X(10)
002620             VALUE " VERDICT: ".
002630     05  DL270-VL-VERDICT        PIC X(12).
002640     05  FILLER                  PIC X(42)  VALUE SPACES.
002650 01  DL270-WS-SUM-LINE.
002660     05  DL270-SL-LABEL          PIC X(26).
002670     05  DL270-SL-COUNT          PIC ZZZZZZ9.
002680     05  FILLER                  PIC X(47)  VALUE SPACES.
002690 LINKAGE SECTION.
002700***************************************************************
002710*  DL270-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
002720*                       COLUMNS 1-8 ARE THE BUSINESS DATE.
002730***************************************************************
002740 01  DL270-PARM-AREA.
002750     05  DL270-PARM-LEN          PIC S9(04) COMP.
002760     05  DL270-PARM-TEXT         PIC X(80).
002770     05  DL270-PARM-FIELDS REDEFINES DL270-PARM-TEXT.
002780         10  DL270-PARM-BUS-DATE PIC X(08).
002790         10  DL270-PARM-BUS-DATE-N REDEFINES
002800             DL270-PARM-BUS-DATE PIC 9(08).
002810         10  FILLER              PIC X(72).
002820 PROCEDURE DIVISION USING DL270-PARM-AREA.
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002850     IF DL270-WS-RETURN-CODE < 0016
002860         PERFORM 2000-LOAD-GL THRU 2000-EXIT
002870             UNTIL DL270-EOF-GL
002880         PERFORM 3000-LOAD-EXTRACT THRU 3000-EXIT
002890             UNTIL DL270-EOF-EXTRACT
002900         PERFORM 4000-LOAD-ACK THRU 4000-EXIT
002910             UNTIL DL270-EOF-ACKS
002920         MOVE 1 TO DL270-WS-DAY-IDX
002930         PERFORM 5000-TIE-OUT-DATE THRU 5000-EXIT
002940             UNTIL DL270-WS-DAY-IDX > DL270-WS-DAY-USED
002950     END-IF.
002960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002970     MOVE DL270-WS-RETURN-CODE TO RETURN-CODE.
002980     STOP RUN.
002990
003000***************************************************************
003010*  1000-INITIALIZE  --  OPEN THE REPORT, SETTLE WHICH
003020*                       BUSINESS DATES ARE TIED OUT (THE PARM
003030*                       DATE OR TONIGHT'S DAILYCNT HEADERS),
003040*                       PRINT THE HEADING, AND OPEN THE THREE
003050*                       FILES BEING TIED.
003060***************************************************************
003070 1000-INITIALIZE.
003080     ACCEPT DL270-WS-RUN-DATE FROM DATE YYYYMMDD.
003090     OPEN OUTPUT DL270-RPT-FILE.
003100     IF DL270-WS-RPT-STATUS NOT = "00"
003110         DISPLAY "GLRECON: UNABLE TO OPEN GLRECRPT, STATUS = "
003120             DL270-WS-RPT-STATUS
003130         MOVE 0016 TO DL270-WS-RETURN-CODE
003140         GO TO 1000-EXIT.
003150     MOVE DL270-WS-RUN-CCYY TO DL270-HL-CCYY.
003160     MOVE DL270-WS-RUN-MM TO DL270-HL-MM.
003170     MOVE DL270-WS-RUN-DD TO DL270-HL-DD.
003180     MOVE DL270-WS-HDR-LINE TO DL270-RPT-RECORD.
003190     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003200     IF DL270-PARM-LEN > ZERO
003210         AND DL270-PARM-BUS-DATE NOT = SPACES
003220         AND DL270-PARM-BUS-DATE NOT = ZEROS
003230         IF DL270-PARM-BUS-DATE NUMERIC
003240             MOVE 1 TO DL270-WS-DAY-USED
003250             MOVE DL270-PARM-BUS-DATE-N TO DL270-WS-DY-DATE(1)
003260         ELSE
003270             DISPLAY "GLRECON: PARM BUSINESS DATE "
003280                 DL270-PARM-BUS-DATE " IS NOT CCYYMMDD"
003290             MOVE 0016 TO DL270-WS-RETURN-CODE
003300             GO TO 1000-EXIT
003310         END-IF
003320     ELSE
003330         PERFORM 1100-GATHER-DATES THRU 1100-EXIT
003340     END-IF.
003350     IF DL270-WS-RETURN-CODE NOT < 0016
003360         GO TO 1000-EXIT.
003370     IF DL270-WS-DAY-USED = ZERO
003380         MOVE "NO BUSINESS DATES TO TIE OUT" TO DL270-RPT-RECORD
003390         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
003400         MOVE 0008 TO DL270-WS-RETURN-CODE
003410     END-IF.
003420     OPEN INPUT DL270-GL-FILE.
003430     IF DL270-WS-GL-STATUS NOT = "00"
003440         DISPLAY "GLRECON: UNABLE TO OPEN GLPOST, STATUS = "
003450             DL270-WS-GL-STATUS
003460         SET DL270-EOF-GL TO TRUE
003470         MOVE 0016 TO DL270-WS-RETURN-CODE
003480     END-IF.
003490     OPEN INPUT DL270-EXT-FILE.
003500     IF DL270-WS-EXT-STATUS NOT = "00"
003510         DISPLAY "GLRECON: UNABLE TO OPEN SETLXTR, STATUS = "
003520             DL270-WS-EXT-STATUS
003530         SET DL270-EOF-EXTRACT TO TRUE
003540         MOVE 0016 TO DL270-WS-RETURN-CODE
003550     END-IF.
003560     OPEN INPUT DL270-ACK-FILE.
003570     IF DL270-WS-ACK-STATUS NOT = "00"
003580         DISPLAY "GLRECON: UNABLE TO OPEN SETLACK, STATUS = "
003590             DL270-WS-ACK-STATUS
003600         SET DL270-EOF-ACKS TO TRUE
003610         MOVE 0016 TO DL270-WS-RETURN-CODE
003620     END-IF.
003630 1000-EXIT.
003640     EXIT.
003650
003660***************************************************************
003670*  1100-GATHER-DATES  --  COLLECT THE DISTINCT BUSINESS DATES
003680*                         FROM TONIGHT'S DAILYCNT HEADERS.
003690***************************************************************
003700 1100-GATHER-DATES.
003705     SET DL270-NIGHTLY-RUN TO TRUE.
003710     OPEN INPUT DL270-IN-FILE.
003720     IF DL270-WS-IN-STATUS NOT = "00"
003730         DISPLAY "GLRECON: UNABLE TO OPEN DAILYCNT, STATUS = "
003740             DL270-WS-IN-STATUS
003750         MOVE 0016 TO DL270-WS-RETURN-CODE
003760         GO TO 1100-EXIT.
003770     PERFORM 1200-SCAN-INPUT THRU 1200-EXIT
003780         UNTIL DL270-EOF-INPUT.
003790     CLOSE DL270-IN-FILE.
003800 1100-EXIT.
003810     EXIT.
003820
003830 1200-SCAN-INPUT.
003840     READ DL270-IN-FILE
003850         AT END
003860             SET DL270-EOF-INPUT TO TRUE
003870             GO TO 1200-EXIT
003880     END-READ.
003890     IF NOT DL100-IN-IS-HDR
003900         GO TO 1200-EXIT.
003910     IF DL100-IN-HDR-DATE NOT NUMERIC
003920         OR DL100-IN-HDR-DATE = ZERO
003930         GO TO 1200-EXIT.
003940     MOVE DL100-IN-HDR-DATE TO DL270-WS-SRCH-DATE.
003950     PERFORM 1300-FIND-DAY-ENTRY THRU 1300-EXIT.
003960     IF DL270-WS-DAY-FOUND > ZERO
003970         GO TO 1200-EXIT.
003980     IF DL270-WS-DAY-USED >= 50
003990         DISPLAY "GLRECON: DATE TABLE FULL, "
004000             DL270-WS-SRCH-DATE " NOT TIED OUT"
004010         SET DL270-TABLE-FILLED TO TRUE
004020         GO TO 1200-EXIT
004030     END-IF.
004040     ADD 1 TO DL270-WS-DAY-USED.
004050     MOVE DL270-WS-SRCH-DATE
004060         TO DL270-WS-DY-DATE(DL270-WS-DAY-USED).
004070 1200-EXIT.
004080     EXIT.
004090
004100 1300-FIND-DAY-ENTRY.
004110     MOVE ZERO TO DL270-WS-DAY-FOUND.
004120     MOVE 1 TO DL270-WS-DAY-IDX.
004130     PERFORM 1310-TEST-DAY-ENTRY THRU 1310-EXIT
004140         UNTIL DL270-WS-DAY-FOUND > ZERO
004150         OR DL270-WS-DAY-IDX > DL270-WS-DAY-USED.
004160 1300-EXIT.
004170     EXIT.
004180
004190 1310-TEST-DAY-ENTRY.
004200     IF DL270-WS-DY-DATE(DL270-WS-DAY-IDX)
004210         = DL270-WS-SRCH-DATE
004220         MOVE DL270-WS-DAY-IDX TO DL270-WS-DAY-FOUND
004230     ELSE
004240         ADD 1 TO DL270-WS-DAY-IDX
004250     END-IF.
004260 1310-EXIT.
004270     EXIT.
004280
004290***************************************************************
004300*  2000-LOAD-GL  --  FOLD ONE GLPOST DETAIL FOR A DATE BEING
004310*                    TIED OUT INTO ITS BRANCH'S GL NET.  THE
004320*                    GLH/GLT CONTROL RECORDS ARE THE GL LOAD'S
004330*                    BUSINESS.
004340***************************************************************
004350 2000-LOAD-GL.
004360     READ DL270-GL-FILE
004370         AT END
004380             SET DL270-EOF-GL TO TRUE
004390             GO TO 2000-EXIT
004400     END-READ.
004410     IF NOT DL100-GL-IS-DET
004420         GO TO 2000-EXIT.
004430     IF DL100-GL-BUS-DATE NOT NUMERIC
004440         OR DL100-GL-BRANCH NOT NUMERIC
004450         OR DL100-GL-AMOUNT NOT NUMERIC
004460         GO TO 2000-EXIT.
004470     MOVE DL100-GL-BUS-DATE TO DL270-WS-SRCH-DATE.
004480     PERFORM 1300-FIND-DAY-ENTRY THRU 1300-EXIT.
004490     IF DL270-WS-DAY-FOUND = ZERO
004500         GO TO 2000-EXIT.
004510     ADD 1 TO DL270-WS-GL-READ-COUNT.
004520     MOVE DL100-GL-BRANCH TO DL270-WS-SRCH-BRANCH.
004530     PERFORM 2100-FIND-REC-ENTRY THRU 2100-EXIT.
004540     IF DL270-WS-REC-FOUND = ZERO
004550         GO TO 2000-EXIT.
004560     MOVE "Y" TO DL270-WS-RC-GL-SEEN(DL270-WS-REC-FOUND).
004570     PERFORM 2200-NET-GL-RECORD THRU 2200-EXIT.
004580 2000-EXIT.
004590     EXIT.
004600
004610***************************************************************
004620*  2100-FIND-REC-ENTRY  --  LOOK UP THE SEARCH DATE AND
004630*                           BRANCH IN THE TIE-OUT TABLE,
004640*                           ADDING A FRESH ENTRY WHEN IT IS
004650*                           NOT THERE YET.  ZERO MEANS THE
004660*                           TABLE IS FULL.
004670***************************************************************
004680 2100-FIND-REC-ENTRY.
004690     MOVE ZERO TO DL270-WS-REC-FOUND.
004700     MOVE 1 TO DL270-WS-REC-IDX.
004710     PERFORM 2110-TEST-REC-ENTRY THRU 2110-EXIT
004720         UNTIL DL270-WS-REC-FOUND > ZERO
004730         OR DL270-WS-REC-IDX > DL270-WS-REC-USED.
004740     IF DL270-WS-REC-FOUND > ZERO
004750         GO TO 2100-EXIT.
004760     IF DL270-WS-REC-USED >= 500
004770         IF NOT DL270-TABLE-FILLED
004780             DISPLAY "GLRECON: TIE-OUT TABLE FULL, BRANCH "
004790                 DL270-WS-SRCH-BRANCH " DATE "
004800                 DL270-WS-SRCH-DATE " NOT TIED OUT"
004810         END-IF
004820         SET DL270-TABLE-FILLED TO TRUE
004830         GO TO 2100-EXIT
004840     END-IF.
004850     ADD 1 TO DL270-WS-REC-USED.
004860     MOVE DL270-WS-REC-USED TO DL270-WS-REC-FOUND.
004870     MOVE DL270-WS-SRCH-DATE
004880         TO DL270-WS-RC-DATE(DL270-WS-REC-FOUND).
004890     MOVE DL270-WS-SRCH-BRANCH
004900         TO DL270-WS-RC-BRANCH(DL270-WS-REC-FOUND).
004910     MOVE ZERO TO DL270-WS-RC-GL-NET(DL270-WS-REC-FOUND).
004920     MOVE "N" TO DL270-WS-RC-GL-SEEN(DL270-WS-REC-FOUND).
004930     MOVE SPACES TO DL270-WS-RC-DR-ACCT1(DL270-WS-REC-FOUND).
004940     MOVE SPACES TO DL270-WS-RC-DR-ACCT2(DL270-WS-REC-FOUND).
004950     MOVE "1" TO DL270-WS-RC-PAIR-SW(DL270-WS-REC-FOUND).
004960     MOVE ZERO TO DL270-WS-RC-EXT-AMT(DL270-WS-REC-FOUND).
004970     MOVE "N" TO DL270-WS-RC-EXT-SEEN(DL270-WS-REC-FOUND).
004980     MOVE ZERO TO DL270-WS-RC-ACK-AMT(DL270-WS-REC-FOUND).
004990     MOVE SPACE TO DL270-WS-RC-ACK-STATUS(DL270-WS-REC-FOUND).
005000 2100-EXIT.
005010     EXIT.
005020
005030 2110-TEST-REC-ENTRY.
005040     IF DL270-WS-RC-DATE(DL270-WS-REC-IDX)
005050         = DL270-WS-SRCH-DATE
005060         AND DL270-WS-RC-BRANCH(DL270-WS-REC-IDX)
005070             = DL270-WS-SRCH-BRANCH
005080         MOVE DL270-WS-REC-IDX TO DL270-WS-REC-FOUND
005090     ELSE
005100         ADD 1 TO DL270-WS-REC-IDX
005110     END-IF.
005120 2110-EXIT.
005130     EXIT.
005140
005150***************************************************************
005160*  2200-NET-GL-RECORD  --  APPLY ONE GL DETAIL TO ITS
005170*                          BRANCH'S NET.  A TRANSFER IS ONLY
005180*                          COUNTED.  A REVERSAL COUNTS ON THE
005190*                          DEBIT-SIDE ACCOUNTS ALREADY NAMED
005200*                          (ON SUSPENSE, ITS CREDIT ONLY).
005210*                          ANY OTHER RECORD IS HALF OF A PAIR:
005220*                          THE FIRST HALF IS THE DEBIT-ACCOUNT
005230*                          SIDE, COUNTS, AND NAMES ITS ACCOUNT;
005240*                          THE SECOND HALF BALANCES IT.
005250***************************************************************
005260 2200-NET-GL-RECORD.
005270     IF DL100-GL-IS-TRANSFER
005280         ADD 1 TO DL270-WS-GL-XFR-COUNT
005290         GO TO 2200-EXIT.
005300     IF DL100-GL-IS-REVERSAL
005310         ADD 1 TO DL270-WS-GL-REV-COUNT
005320         PERFORM 2300-NET-REVERSAL THRU 2300-EXIT
005330         GO TO 2200-EXIT.
005340     EVALUATE TRUE
005350         WHEN DL100-GL-IS-CORRECTION
005360             ADD 1 TO DL270-WS-GL-CORR-COUNT
005370         WHEN DL100-GL-IS-RERATE
005380             ADD 1 TO DL270-WS-GL-RRT-COUNT
005390         WHEN OTHER
005400             ADD 1 TO DL270-WS-GL-ORIG-COUNT
005410     END-EVALUATE.
005420     IF DL270-RC-SECOND-HALF(DL270-WS-REC-FOUND)
005430         MOVE "1" TO DL270-WS-RC-PAIR-SW(DL270-WS-REC-FOUND)
005440         GO TO 2200-EXIT.
005450     MOVE "2" TO DL270-WS-RC-PAIR-SW(DL270-WS-REC-FOUND).
005460     IF DL270-WS-RC-DR-ACCT1(DL270-WS-REC-FOUND) = SPACES
005470         MOVE DL100-GL-ACCOUNT
005480             TO DL270-WS-RC-DR-ACCT1(DL270-WS-REC-FOUND)
005490     ELSE
005500         IF DL270-WS-RC-DR-ACCT1(DL270-WS-REC-FOUND)
005510             NOT = DL100-GL-ACCOUNT
005520             AND DL270-WS-RC-DR-ACCT2(DL270-WS-REC-FOUND)
005530                 = SPACES
005540             MOVE DL100-GL-ACCOUNT
005550                 TO DL270-WS-RC-DR-ACCT2(DL270-WS-REC-FOUND)
005560         END-IF
005570     END-IF.
005580     IF DL100-GL-IS-DEBIT
005590         ADD DL100-GL-AMOUNT
005600             TO DL270-WS-RC-GL-NET(DL270-WS-REC-FOUND)
005610     ELSE
005620         SUBTRACT DL100-GL-AMOUNT
005630             FROM DL270-WS-RC-GL-NET(DL270-WS-REC-FOUND)
005640     END-IF.
005650 2200-EXIT.
005660     EXIT.
005670
005680***************************************************************
005690*  2300-NET-REVERSAL  --  A REVERSING RECORD BACKS OUT ONE
005700*                         ACCOUNT'S NET.  ON A DEBIT-SIDE
005710*                         ACCOUNT IT MOVES THE BRANCH'S NET
005720*                         THE WAY ITS OWN DEBIT OR CREDIT
005730*                         SAYS; ON THE CREDIT-SIDE ACCOUNT IT
005740*                         IS THE BALANCING HALF.  SUSPENSE
005750*                         HOLDS BOTH SIDES, SO THERE ONLY THE
005760*                         CREDIT THAT BACKS OUT THE DEBIT
005770*                         SIDE COUNTS.
005780***************************************************************
005790 2300-NET-REVERSAL.
005800     IF DL100-GL-ACCOUNT NOT =
005810         DL270-WS-RC-DR-ACCT1(DL270-WS-REC-FOUND)
005820         AND DL100-GL-ACCOUNT NOT =
005830             DL270-WS-RC-DR-ACCT2(DL270-WS-REC-FOUND)
005840         GO TO 2300-EXIT.
005850     IF DL100-GL-ACCOUNT = DL270-WS-SUSP-ACCOUNT
005860         AND DL100-GL-IS-DEBIT
005870         GO TO 2300-EXIT.
005880     IF DL100-GL-IS-DEBIT
005890         ADD DL100-GL-AMOUNT
005900             TO DL270-WS-RC-GL-NET(DL270-WS-REC-FOUND)
005910     ELSE
005920         SUBTRACT DL100-GL-AMOUNT
005930             FROM DL270-WS-RC-GL-NET(DL270-WS-REC-FOUND)
005940     END-IF.
005950 2300-EXIT.
005960     EXIT.
005970
005980***************************************************************
005990*  3000-LOAD-EXTRACT  --  TAKE THE SETTLED AMOUNT FROM EACH
006000*                         EXB ROW FOR A DATE BEING TIED OUT.
006010*                         A FRESH EXH FOR THE DATE IS A LATER
006020*                         SET (A FORCED RERUN OR A RE-RATE)
006030*                         SUPERSEDING THE EARLIER ONE, SO THE
006040*                         DATE'S EXTRACT FIGURES ARE CLEARED
006050*                         FIRST AND THE LAST SET ON FILE IS
006060*                         WHAT IS TIED.
006070***************************************************************
006080 3000-LOAD-EXTRACT.
006090     READ DL270-EXT-FILE
006100         AT END
006110             SET DL270-EOF-EXTRACT TO TRUE
006120             GO TO 3000-EXIT
006130     END-READ.
006140     IF DL100-EXT-IS-HDR
006150         PERFORM 3100-CLEAR-EXT-SET THRU 3100-EXIT
006160         GO TO 3000-EXIT.
006170     IF NOT DL100-EXT-IS-BRN
006180         GO TO 3000-EXIT.
006190     IF DL100-EXT-RUN-DATE NOT NUMERIC
006200         OR DL100-EXT-BRANCH NOT NUMERIC
006210         GO TO 3000-EXIT.
006220     MOVE DL100-EXT-RUN-DATE TO DL270-WS-SRCH-DATE.
006230     PERFORM 1300-FIND-DAY-ENTRY THRU 1300-EXIT.
006240     IF DL270-WS-DAY-FOUND = ZERO
006250         GO TO 3000-EXIT.
006260     ADD 1 TO DL270-WS-EXT-ROW-COUNT.
006270     MOVE DL100-EXT-BRANCH TO DL270-WS-SRCH-BRANCH.
006280     PERFORM 2100-FIND-REC-ENTRY THRU 2100-EXIT.
006290     IF DL270-WS-REC-FOUND = ZERO
006300         GO TO 3000-EXIT.
006310     IF DL100-EXT-AMOUNT NUMERIC
006320         MOVE DL100-EXT-AMOUNT
006330             TO DL270-WS-RC-EXT-AMT(DL270-WS-REC-FOUND)
006340     ELSE
006350         MOVE ZERO TO DL270-WS-RC-EXT-AMT(DL270-WS-REC-FOUND)
006360     END-IF.
006370     MOVE "Y" TO DL270-WS-RC-EXT-SEEN(DL270-WS-REC-FOUND).
006380 3000-EXIT.
006390     EXIT.
006400
006410***************************************************************
006420*  3100-CLEAR-EXT-SET  --  A NEW EXH: CLEAR THE EXTRACT
006430*                          FIGURES ALREADY TAKEN FOR ITS DATE,
006440*                          COUNTING THE ROWS SUPERSEDED.
006450***************************************************************
006460 3100-CLEAR-EXT-SET.
006470     IF DL100-EXT-HDR-DATE NOT NUMERIC
006480         GO TO 3100-EXIT.
006490     MOVE 1 TO DL270-WS-REC-IDX.
006500     PERFORM 3110-CLEAR-ONE-EXT THRU 3110-EXIT
006510         UNTIL DL270-WS-REC-IDX > DL270-WS-REC-USED.
006520 3100-EXIT.
006530     EXIT.
006540
006550 3110-CLEAR-ONE-EXT.
006560     IF DL270-WS-RC-DATE(DL270-WS-REC-IDX)
006570         = DL100-EXT-HDR-DATE
006580         AND DL270-RC-EXT-SENT(DL270-WS-REC-IDX)
006590         MOVE ZERO TO DL270-WS-RC-EXT-AMT(DL270-WS-REC-IDX)
006600         MOVE "N" TO DL270-WS-RC-EXT-SEEN(DL270-WS-REC-IDX)
006610         ADD 1 TO DL270-WS-SUPERSEDED-COUNT
006620     END-IF.
006630     ADD 1 TO DL270-WS-REC-IDX.
006640 3110-EXIT.
006650     EXIT.
006660
006670***************************************************************
006680*  4000-LOAD-ACK  --  TAKE ONE ACKNOWLEDGMENT FOR A DATE BEING
006690*                     TIED OUT.  THE FILE GROWS NIGHT OVER
006700*                     NIGHT, SO THE LAST ACKNOWLEDGMENT FOR A
006710*                     DATE AND BRANCH IS THE ONE THAT STANDS.
006720***************************************************************
006730 4000-LOAD-ACK.
006740     READ DL270-ACK-FILE
006750         AT END
006760             SET DL270-EOF-ACKS TO TRUE
006770             GO TO 4000-EXIT
006780     END-READ.
006790     IF DL270-ACK-RUN-DATE NOT NUMERIC
006800         OR DL270-ACK-BRANCH NOT NUMERIC
006810         GO TO 4000-EXIT.
006820     MOVE DL270-ACK-RUN-DATE TO DL270-WS-SRCH-DATE.
006830     PERFORM 1300-FIND-DAY-ENTRY THRU 1300-EXIT.
006840     IF DL270-WS-DAY-FOUND = ZERO
006850         GO TO 4000-EXIT.
006860     ADD 1 TO DL270-WS-ACK-ROW-COUNT.
006870     MOVE DL270-ACK-BRANCH TO DL270-WS-SRCH-BRANCH.
006880     PERFORM 2100-FIND-REC-ENTRY THRU 2100-EXIT.
006890     IF DL270-WS-REC-FOUND = ZERO
006900         GO TO 4000-EXIT.
006910     MOVE DL270-ACK-STATUS
006920         TO DL270-WS-RC-ACK-STATUS(DL270-WS-REC-FOUND).
006930     IF DL270-ACK-AMOUNT NUMERIC
006940         MOVE DL270-ACK-AMOUNT
006950             TO DL270-WS-RC-ACK-AMT(DL270-WS-REC-FOUND)
006960     ELSE
006970         MOVE ZERO TO DL270-WS-RC-ACK-AMT(DL270-WS-REC-FOUND)
006980     END-IF.
006990 4000-EXIT.
007000     EXIT.
007010
007020***************************************************************
007030*  5000-TIE-OUT-DATE  --  ONE BUSINESS DATE'S SECTION: A LINE
007040*                         PER BRANCH WITH ITS THREE FIGURES
007050*                         AND THE LEG OUT, THE DATE'S COUNTS,
007060*                         AND ITS TIE-OUT VERDICT.
007070***************************************************************
007080 5000-TIE-OUT-DATE.
007090     MOVE ZERO TO DL270-WS-DATE-TIED.
007100     MOVE ZERO TO DL270-WS-DATE-OUT.
007110     MOVE DL270-WS-DY-DATE(DL270-WS-DAY-IDX)
007120         TO DL270-WS-SRCH-DATE.
007130     MOVE SPACES TO DL270-RPT-RECORD.
007140     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
007150     MOVE DL270-WS-SRCH-DATE TO DL270-DY-DATE.
007160     MOVE DL270-WS-DAY-LINE TO DL270-RPT-RECORD.
007170     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
007180     MOVE DL270-WS-COL-LINE TO DL270-RPT-RECORD.
007190     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
007200     MOVE 1 TO DL270-WS-REC-IDX.
007210     PERFORM 5100-TIE-OUT-BRANCH THRU 5100-EXIT
007220         UNTIL DL270-WS-REC-IDX > DL270-WS-REC-USED.
007230     IF DL270-WS-DATE-TIED = ZERO
007240         AND DL270-WS-DATE-OUT = ZERO
007250         MOVE "  NOTHING ON FILE FOR THIS DATE"
007260             TO DL270-RPT-RECORD
007270         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
007280         ADD 1 TO DL270-WS-DATE-OUT
007290     END-IF.
007300     MOVE "  BRANCHES TIED:          " TO DL270-SL-LABEL.
007310     MOVE DL270-WS-DATE-TIED TO DL270-SL-COUNT.
007320     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
007330     MOVE "  BRANCHES OUT:           " TO DL270-SL-LABEL.
007340     MOVE DL270-WS-DATE-OUT TO DL270-SL-COUNT.
007350     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
007360     MOVE DL270-WS-SRCH-DATE TO DL270-VL-DATE.
007370     IF DL270-WS-DATE-OUT = ZERO
007380         MOVE "TIED        " TO DL270-VL-VERDICT
007390     ELSE
007400         MOVE "OUT         " TO DL270-VL-VERDICT
007410         MOVE 0008 TO DL270-WS-RETURN-CODE
007420     END-IF.
007430     MOVE DL270-WS-VRD-LINE TO DL270-RPT-RECORD.
007440     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
007450     ADD 1 TO DL270-WS-DAY-IDX.
007460 5000-EXIT.
007470     EXIT.
007480
007490***************************************************************
007500*  5100-TIE-OUT-BRANCH  --  COMPARE ONE BRANCH'S THREE
007510*                           FIGURES.  A MISSING LEG IS NAMED
007520*                           FIRST; OTHERWISE THE LEG OUT IS
007530*                           THE ONE FIGURE THAT DIFFERS FROM
007540*                           THE OTHER TWO.
007550***************************************************************
007560 5100-TIE-OUT-BRANCH.
007570     IF DL270-WS-RC-DATE(DL270-WS-REC-IDX)
007580         NOT = DL270-WS-SRCH-DATE
007590         GO TO 5100-NEXT.
007600     MOVE DL270-WS-RC-GL-NET(DL270-WS-REC-IDX)
007610         TO DL270-WS-GL-FIG.
007620     MOVE DL270-WS-RC-EXT-AMT(DL270-WS-REC-IDX)
007630         TO DL270-WS-EXT-FIG.
007640     IF DL270-RC-ACK-ACCEPTED(DL270-WS-REC-IDX)
007650         MOVE DL270-WS-RC-ACK-AMT(DL270-WS-REC-IDX)
007660             TO DL270-WS-ACK-FIG
007670     ELSE
007680         MOVE ZERO TO DL270-WS-ACK-FIG
007690     END-IF.
007700     EVALUATE TRUE
007710         WHEN NOT DL270-RC-GL-POSTED(DL270-WS-REC-IDX)
007720             MOVE "GL - NOT POSTED" TO DL270-DL-LEG
007730             ADD 1 TO DL270-WS-GL-OUT-COUNT
007740         WHEN NOT DL270-RC-EXT-SENT(DL270-WS-REC-IDX)
007750             MOVE "EXTRACT - NOT SENT" TO DL270-DL-LEG
007760             ADD 1 TO DL270-WS-EXT-OUT-COUNT
007770         WHEN DL270-RC-ACK-NONE(DL270-WS-REC-IDX)
007780             MOVE "ACK - NOT ACKNOWLEDGED" TO DL270-DL-LEG
007790             ADD 1 TO DL270-WS-ACK-OUT-COUNT
007800         WHEN NOT DL270-RC-ACK-ACCEPTED(DL270-WS-REC-IDX)
007810             MOVE "ACK - NOT ACCEPTED" TO DL270-DL-LEG
007820             ADD 1 TO DL270-WS-ACK-OUT-COUNT
007830         WHEN DL270-WS-GL-FIG = DL270-WS-EXT-FIG
007840             AND DL270-WS-EXT-FIG = DL270-WS-ACK-FIG
007850             MOVE "TIED" TO DL270-DL-LEG
007860         WHEN DL270-WS-GL-FIG = DL270-WS-EXT-FIG
007870             MOVE "ACK - AMOUNT DIFFERS" TO DL270-DL-LEG
007880             ADD 1 TO DL270-WS-ACK-OUT-COUNT
007890         WHEN DL270-WS-EXT-FIG = DL270-WS-ACK-FIG
007900             MOVE "GL - AMOUNT DIFFERS" TO DL270-DL-LEG
007910             ADD 1 TO DL270-WS-GL-OUT-COUNT
007920         WHEN DL270-WS-GL-FIG = DL270-WS-ACK-FIG
007930             MOVE "EXTRACT - AMOUNT DIFFERS" TO DL270-DL-LEG
007940             ADD 1 TO DL270-WS-EXT-OUT-COUNT
007950         WHEN OTHER
007960             MOVE "ALL THREE DIFFER" TO DL270-DL-LEG
007970             ADD 1 TO DL270-WS-ALL-OUT-COUNT
007980     END-EVALUATE.
007990     IF DL270-DL-LEG = "TIED"
008000         ADD 1 TO DL270-WS-DATE-TIED
008010         ADD 1 TO DL270-WS-TIED-COUNT
008020     ELSE
008030         ADD 1 TO DL270-WS-DATE-OUT
008040     END-IF.
008050     MOVE DL270-WS-RC-DATE(DL270-WS-REC-IDX) TO DL270-DL-DATE.
008060     MOVE DL270-WS-RC-BRANCH(DL270-WS-REC-IDX)
008070         TO DL270-DL-BRANCH.
008080     MOVE DL270-WS-GL-FIG TO DL270-DL-GL-NET.
008090     MOVE DL270-WS-RC-EXT-AMT(DL270-WS-REC-IDX)
008100         TO DL270-DL-EXTRACT.
008110     MOVE DL270-WS-RC-ACK-AMT(DL270-WS-REC-IDX)
008120         TO DL270-DL-ACCEPTED.
008130     MOVE DL270-WS-RC-ACK-STATUS(DL270-WS-REC-IDX)
008140         TO DL270-DL-ACK-STATUS.
008150     MOVE DL270-WS-DET-LINE TO DL270-RPT-RECORD.
008160     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008170 5100-NEXT.
008180     ADD 1 TO DL270-WS-REC-IDX.
008190 5100-EXIT.
008200     EXIT.
008210
008220 8100-WRITE-RPT-LINE.
008230     IF DL270-WS-RPT-STATUS = "00"
008240         WRITE DL270-RPT-RECORD
008250     END-IF.
008260 8100-EXIT.
008270     EXIT.
008280
008290***************************************************************
008300*  9000-TERMINATE  --  PRINT THE RUN SUMMARY - WHAT WAS READ
008310*                      FROM EACH FILE AND HOW EACH LEG CAME
008320*                      OUT - SET THE CONDITION CODE, AND CLOSE
008330*                      THE FILES.
008340***************************************************************
008350 9000-TERMINATE.
008360     MOVE SPACES TO DL270-RPT-RECORD.
008370     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008380     MOVE "GL RECORDS TIED OUT:      " TO DL270-SL-LABEL.
008390     MOVE DL270-WS-GL-READ-COUNT TO DL270-SL-COUNT.
008400     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008410     MOVE "  ORIGINAL POSTINGS:      " TO DL270-SL-LABEL.
008420     MOVE DL270-WS-GL-ORIG-COUNT TO DL270-SL-COUNT.
008430     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008440     MOVE "  REVERSALS (R):          " TO DL270-SL-LABEL.
008450     MOVE DL270-WS-GL-REV-COUNT TO DL270-SL-COUNT.
008460     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008470     MOVE "  CORRECTIONS (X):        " TO DL270-SL-LABEL.
008480     MOVE DL270-WS-GL-CORR-COUNT TO DL270-SL-COUNT.
008490     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008500     MOVE "  TRANSFERS (T):          " TO DL270-SL-LABEL.
008510     MOVE DL270-WS-GL-XFR-COUNT TO DL270-SL-COUNT.
008520     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008530     MOVE "  RE-RATE ADJUSTMENTS (A):" TO DL270-SL-LABEL.
008540     MOVE DL270-WS-GL-RRT-COUNT TO DL270-SL-COUNT.
008550     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008560     MOVE "EXTRACT ROWS READ:        " TO DL270-SL-LABEL.
008570     MOVE DL270-WS-EXT-ROW-COUNT TO DL270-SL-COUNT.
008580     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008590     MOVE "SUPERSEDED BY A LATER SET:" TO DL270-SL-LABEL.
008600     MOVE DL270-WS-SUPERSEDED-COUNT TO DL270-SL-COUNT.
008610     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008620     MOVE "ACKNOWLEDGMENTS READ:     " TO DL270-SL-LABEL.
008630     MOVE DL270-WS-ACK-ROW-COUNT TO DL270-SL-COUNT.
008640     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008650     MOVE "BRANCH-DATES TIED:        " TO DL270-SL-LABEL.
008660     MOVE DL270-WS-TIED-COUNT TO DL270-SL-COUNT.
008670     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008680     MOVE "GL LEG OUT:               " TO DL270-SL-LABEL.
008690     MOVE DL270-WS-GL-OUT-COUNT TO DL270-SL-COUNT.
008700     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008710     MOVE "EXTRACT LEG OUT:          " TO DL270-SL-LABEL.
008720     MOVE DL270-WS-EXT-OUT-COUNT TO DL270-SL-COUNT.
008730     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008740     MOVE "ACKNOWLEDGMENT LEG OUT:   " TO DL270-SL-LABEL.
008750     MOVE DL270-WS-ACK-OUT-COUNT TO DL270-SL-COUNT.
008760     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008770     MOVE "ALL THREE DIFFER:         " TO DL270-SL-LABEL.
008780     MOVE DL270-WS-ALL-OUT-COUNT TO DL270-SL-COUNT.
008790     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008800     IF DL270-TABLE-FILLED
008810         MOVE "TABLE FULL - TIE-OUT INCOMPLETE"
008820             TO DL270-RPT-RECORD
008830         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
008840         IF DL270-WS-RETURN-CODE < 0008
008850             MOVE 0008 TO DL270-WS-RETURN-CODE
008860         END-IF
008870     END-IF.
008880     IF DL270-WS-GL-STATUS = "00" OR "10"
008890         CLOSE DL270-GL-FILE
008900     END-IF.
008910     IF DL270-WS-EXT-STATUS = "00" OR "10"
008920         CLOSE DL270-EXT-FILE
008930     END-IF.
008940     IF DL270-WS-ACK-STATUS = "00" OR "10"
008950         CLOSE DL270-ACK-FILE
008960     END-IF.
008970     IF DL270-WS-RPT-STATUS = "00"
008980         CLOSE DL270-RPT-FILE
008990     END-IF.
008995     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
009000     DISPLAY "GLRECON: RETURN CODE " DL270-WS-RETURN-CODE.
009010 9000-EXIT.
009020     EXIT.
009030
009040 9100-PRINT-SUM-LINE.
009050     MOVE DL270-WS-SUM-LINE TO DL270-RPT-RECORD.
009060     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
009070 9100-EXIT.
009080     EXIT.
009090
009100***************************************************************
009110*  9200-WRITE-RUN-CONTROL  --  ON THE NIGHTLY RUN, ONE LEDGER
009120*                              ROW PER BUSINESS DATE TIED OUT,
009130*                              WITH THE RUN'S FINAL RETURN
009140*                              CODE.  A LEDGER THAT WILL NOT
009150*                              OPEN LEAVES THE STEP UNRECORDED
009160*                              BUT DOES NOT CHANGE THE CODE.
009170***************************************************************
009180 9200-WRITE-RUN-CONTROL.
009190     IF NOT DL270-NIGHTLY-RUN
009200         OR DL270-WS-DAY-USED = ZERO
009210         GO TO 9200-EXIT.
009220     OPEN OUTPUT DL270-RCL-FILE.
009230     IF DL270-WS-RCL-STATUS NOT = "00"
009240         DISPLAY "GLRECON: RUNCTL NOT AVAILABLE, STATUS = "
009250             DL270-WS-RCL-STATUS " - STEP NOT RECORDED"
009260         GO TO 9200-EXIT.
009270     ACCEPT DL270-WS-RUN-TIME FROM TIME.
009280     MOVE 1 TO DL270-WS-DAY-IDX.
009290     PERFORM 9210-PUT-RCL-ROW THRU 9210-EXIT
009300         UNTIL DL270-WS-DAY-IDX > DL270-WS-DAY-USED.
009310     CLOSE DL270-RCL-FILE.
009320 9200-EXIT.
009330     EXIT.
009340
009350 9210-PUT-RCL-ROW.
009360     MOVE SPACES TO DL100-RCL-RECORD.
009370     MOVE DL270-WS-DY-DATE(DL270-WS-DAY-IDX)
009380         TO DL100-RCL-BUS-DATE.
009390     MOVE "RECNSTP" TO DL100-RCL-STEP.
009400     MOVE "GLRECON" TO DL100-RCL-PROGRAM.
009410     MOVE DL270-WS-RETURN-CODE TO DL100-RCL-RC.
009420     SET DL100-RCL-IS-STEP TO TRUE.
009430     MOVE DL270-WS-RUN-DATE TO DL100-RCL-RUN-DATE.
009440     MOVE DL270-WS-RUN-TIME(1:6) TO DL100-RCL-RUN-TIME.
009450     WRITE DL100-RCL-RECORD.
009460     IF DL270-WS-RCL-STATUS NOT = "00"
009470         DISPLAY "GLRECON: UNABLE TO WRITE RUNCTL, STATUS = "
009480             DL270-WS-RCL-STATUS
009490     END-IF.
009500     ADD 1 TO DL270-WS-DAY-IDX.
009510 9210-EXIT.
009520     EXIT.
