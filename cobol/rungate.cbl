000010***************************************************************
000020*  RUNGATE.CBL
000030*
000040*  NIGHTLY PRE-FLIGHT GATE.  RUNS AHEAD OF HELLO AND REFUSES
000050*  TO LET THE NIGHT START WHILE THE PREVIOUS BUSINESS DATE IS
000060*  NOT FINISHED: EVERY REQUIRED STEP OF HELLOJOB MUST HAVE A
000070*  ROW ON THE RUN-CONTROL LEDGER (RUNCTL) FOR THAT DATE WITH
000080*  A CONDITION CODE NO HIGHER THAN THE STEP ALLOWS.  THE LAST
000090*  ROW FOR A STEP STANDS, SO A STEP RERUN CLEAN AFTER A
000100*  FAILURE SATISFIES THE GATE.
000110*
000120*  TONIGHT'S BUSINESS DATE IS THE EARLIEST HEADER DATE ON
000130*  DAILYCNT (THE RUN DATE WHEN THERE IS NONE); THE PREVIOUS
000140*  BUSINESS DATE IS THE LAST DAY BEFORE IT THAT THE BUSINESS
000150*  PROCESSING CALENDAR (CALENDAR) COUNTS AS A WORKING DAY.  A
000160*  LEDGER WITH NO ROW BEFORE TONIGHT IS THE FIRST NIGHT OF
000170*  THE LEDGER AND PASSES.
000180*
000190*  THE GATE REPORT (GATERPT) LISTS EACH REQUIRED STEP WITH
000200*  THE CODE FOUND AND ITS STATUS, AND EACH STEP MISSING OR
000210*  ENDED HIGH IS ALSO DISPLAYED ON THE JOB LOG.
000220*
000230*  OPERATOR OVERRIDE CARDS (GATECRDS, OPTIONAL) LET THE NIGHT
000240*  START ANYWAY.  EVERY OVERRIDE TAKEN IS LOGGED ON THE
000250*  LEDGER AS AN "O" ROW FOR THE STEP AND PREVIOUS DATE, WITH
000260*  THE OPERATOR AND REASON, AND AN OVERRIDE ALREADY LOGGED
000270*  STANDS FOR A RERUN OF THE NIGHT:
000280*
000290*      COLS  1-8   PREVIOUS BUSINESS DATE BEING OVERRIDDEN
000300*      COLS  9-16  STEP NAME, OR "ALL" (OR BLANK) FOR EVERY
000310*                  STEP THE GATE FOUND SHORT
000320*      COLS 17-24  OPERATOR USER ID (REQUIRED)
000330*      COLS 25-44  REASON (REQUIRED)
000340*
000350*  THE GATE WRITES ITS OWN LEDGER ROW (GATESTP) FOR EACH OF
000360*  TONIGHT'S BUSINESS DATES.
000370*
000380*  ENDS 0000 WHEN THE PREVIOUS DATE IS COMPLETE, 0004 WHEN
000390*  THE NIGHT MAY START ONLY ON AN OPERATOR OVERRIDE, 0008
000400*  WHEN IT IS REFUSED, 0016 WHEN THE LEDGER CANNOT BE READ.
000410*
000420*  MODIFICATION HISTORY
000430*  --------------------
000440*  DATE       INIT  DESCRIPTION
000450*  ---------- ----  ------------------------------------------
000460*  2026-10-15 DLP   INITIAL VERSION - HELLOJOB NO LONGER
000470*                   STARTS ON TOP OF AN UNFINISHED NIGHT.
000480***************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. RUNGATE.
000510 AUTHOR. D. L. PRICE.
000520 INSTALLATION. DATA PROCESSING.
000530 DATE-WRITTEN. 2026-10-15.
000540 DATE-COMPILED.
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT DL310-IN-FILE ASSIGN TO "DAILYCNT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS DL310-WS-IN-STATUS.
000640     SELECT DL310-CAL-FILE ASSIGN TO "CALENDAR"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS DL310-WS-CAL-STATUS.
000670     SELECT DL310-RCL-FILE ASSIGN TO "RUNCTL"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DL310-WS-RCL-STATUS.
000700     SELECT DL310-CRD-FILE ASSIGN TO "GATECRDS"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS DL310-WS-CRD-STATUS.
000730     SELECT DL310-RPT-FILE ASSIGN TO "GATERPT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DL310-WS-RPT-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  DL310-IN-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810     COPY DLINREC.
000820
000830 FD  DL310-CAL-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860     COPY DLCALREC.
000870
000880 FD  DL310-RCL-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS.
000910     COPY DLRCLREC.
000920
000930 FD  DL310-CRD-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  DL310-CRD-RECORD.
000970     05  DL310-CRD-BUS-DATE      PIC X(08).
000980     05  DL310-CRD-BUS-DATE-N REDEFINES DL310-CRD-BUS-DATE
000990                                 PIC 9(08).
001000     05  DL310-CRD-STEP          PIC X(08).
001010     05  DL310-CRD-USER          PIC X(08).
001020     05  DL310-CRD-REASON        PIC X(20).
001030     05  FILLER                  PIC X(36).
001040
001050 FD  DL310-RPT-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  DL310-RPT-RECORD            PIC X(80).
001090 WORKING-STORAGE SECTION.
001100 77  DL310-WS-IN-STATUS          PIC X(02)  VALUE SPACES.
001110 77  DL310-WS-CAL-STATUS         PIC X(02)  VALUE SPACES.
001120 77  DL310-WS-RCL-STATUS         PIC X(02)  VALUE SPACES.
001130 77  DL310-WS-CRD-STATUS         PIC X(02)  VALUE SPACES.
001140 77  DL310-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
001150 77  DL310-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001160 77  DL310-WS-TONIGHT            PIC 9(08)  VALUE ZERO.
001170 77  DL310-WS-PREV-DATE          PIC 9(08)  VALUE ZERO.
001180 77  DL310-WS-LEDGER-COUNT       PIC 9(07)  VALUE ZERO.
001190 77  DL310-WS-EARLIER-COUNT      PIC 9(07)  VALUE ZERO.
001200 77  DL310-WS-MISSING-COUNT      PIC 9(03)  VALUE ZERO.
001210 77  DL310-WS-BAD-RC-COUNT       PIC 9(03)  VALUE ZERO.
001220 77  DL310-WS-OVR-COUNT          PIC 9(03)  VALUE ZERO.
001230 77  DL310-WS-OVR-LOGGED         PIC 9(03)  VALUE ZERO.
001240 77  DL310-WS-CARD-COUNT         PIC 9(05)  VALUE ZERO.
001250 77  DL310-WS-CARD-ERRORS        PIC 9(05)  VALUE ZERO.
001260 77  DL310-WS-CARD-TAKEN         PIC 9(03)  VALUE ZERO.
001270 77  DL310-WS-CARD-ERROR         PIC X(20)  VALUE SPACES.
001280 77  DL310-WS-RC-EDIT            PIC ZZZZZZ9.
001290 77  DL310-WS-REQ-USED           PIC 9(03)  COMP VALUE 15.
001300 77  DL310-WS-REQ-IDX            PIC 9(03)  COMP VALUE ZERO.
001310 77  DL310-WS-SCAN-IDX           PIC 9(03)  COMP VALUE ZERO.
001320 77  DL310-WS-REQ-FOUND          PIC 9(03)  COMP VALUE ZERO.
001330 77  DL310-WS-DAY-USED           PIC 9(03)  COMP VALUE ZERO.
001340 77  DL310-WS-DAY-IDX            PIC 9(03)  COMP VALUE ZERO.
001350 77  DL310-WS-DAY-FOUND          PIC 9(03)  COMP VALUE ZERO.
001360 77  DL310-WS-HOL-USED           PIC 9(03)  COMP VALUE ZERO.
001370 77  DL310-WS-HOL-IDX            PIC 9(03)  COMP VALUE ZERO.
001380 77  DL310-WS-SRCH-STEP          PIC X(08)  VALUE SPACES.
001390 77  DL310-WS-SRCH-DATE          PIC 9(08)  VALUE ZERO.
001400 77  DL310-WS-CAL-TEST-DATE      PIC 9(08)  VALUE ZERO.
001410 77  DL310-WS-CAL-INT            PIC 9(08)  COMP VALUE ZERO.
001420 77  DL310-WS-CAL-QUOT           PIC 9(08)  COMP VALUE ZERO.
001430 77  DL310-WS-CAL-DOW            PIC 9(01)  VALUE ZERO.
001440 77  DL310-WS-CAL-STEPS          PIC 9(03)  COMP VALUE ZERO.
001450 01  DL310-WS-SWITCHES.
001460     05  DL310-WS-IN-EOF-SW      PIC X(01)  VALUE "N".
001470         88  DL310-EOF-INPUT                VALUE "Y".
001480     05  DL310-WS-CAL-EOF-SW     PIC X(01)  VALUE "N".
001490         88  DL310-CAL-EOF                  VALUE "Y".
001500     05  DL310-WS-RCL-EOF-SW     PIC X(01)  VALUE "N".
001510         88  DL310-RCL-EOF                  VALUE "Y".
001520     05  DL310-WS-CRD-EOF-SW     PIC X(01)  VALUE "N".
001530         88  DL310-EOF-CARDS                VALUE "Y".
001540     05  DL310-WS-CAL-BUS-SW     PIC X(01)  VALUE "Y".
001550         88  DL310-CAL-IS-BUS-DAY           VALUE "Y".
001560     05  DL310-WS-LOG-OPEN-SW    PIC X(01)  VALUE "N".
001570         88  DL310-LOG-OPEN                 VALUE "Y".
001580 01  DL310-WS-RUN-DATE.
001590     05  DL310-WS-RUN-CCYY       PIC 9(04).
001600     05  DL310-WS-RUN-MM         PIC 9(02).
001610     05  DL310-WS-RUN-DD         PIC 9(02).
001620 01  DL310-WS-RUN-DATE-N REDEFINES DL310-WS-RUN-DATE
001630                                 PIC 9(08).
001640 01  DL310-WS-RUN-TIME           PIC 9(08)  VALUE ZERO.
001650***************************************************************
001660*  PROCESSING CALENDAR - THE WEEKLY WORKING-DAY FLAGS
001670*  (MONDAY THROUGH SUNDAY) AND THE HOLIDAY DATES, LOADED FROM
001680*  THE CALENDAR THE SAME WAY THE NIGHTLY RUN LOADS IT.
001690***************************************************************
001700 01  DL310-WS-CAL-WEEK-FLAGS     PIC X(07) VALUE "YYYYYNN".
001710 01  DL310-WS-CAL-WEEK-TAB REDEFINES DL310-WS-CAL-WEEK-FLAGS.
001720     05  DL310-WS-CAL-WEEK-FLAG OCCURS 7 TIMES
001730                                 PIC X(01).
001740 01  DL310-WS-HOL-TABLE.
001750     05  DL310-WS-HOL-DATE OCCURS 100 TIMES
001760                                 PIC 9(08).
001770***************************************************************
001780*  TONIGHT'S BUSINESS DATES, FROM THE DAILYCNT HEADERS.
001790***************************************************************
001800 01  DL310-WS-DAY-TABLE.
001810     05  DL310-WS-DAY-ENTRY OCCURS 50 TIMES.
001820         10  DL310-WS-DY-DATE    PIC 9(08).
001830***************************************************************
001840*  REQUIRED STEPS - EVERY STEP OF HELLOJOB THAT MUST HAVE
001850*  FINISHED FOR THE PREVIOUS BUSINESS DATE, WITH THE HIGHEST
001860*  CONDITION CODE IT MAY END WITH.  THE REPORT STEPS END 8
001870*  WHEN THEY FIND SOMETHING FOR OPERATIONS TO LOOK AT - THE
001880*  NIGHT STILL FINISHED.  A STEP THE JOB'S OWN COND= SKIPS
001890*  ON A STEP BEFORE IT IS DUE ONLY WHEN THAT GOVERNING STEP
001900*  ENDED NO HIGHER THAN THE CODE GIVEN (SETTLEMENT, FOR ONE,
001910*  RUNS ONLY AFTER A CLEAN HELLO); WITH THE GOVERNING STEP
001920*  ON THE LEDGER ABOVE IT, OR ITSELF NOT DUE, THE STEP IS
001930*  NOT DUE.  A GOVERNING STEP COMES EARLIER IN THE TABLE.
001940***************************************************************
001950 01  DL310-WS-REQ-VALUES.
001960     05  FILLER                  PIC X(24)
001970             VALUE "FEEDSTP 0004        0000".
001980     05  FILLER                  PIC X(24)
001990             VALUE "STEP005 0000        0000".
002000     05  FILLER                  PIC X(24)
002010             VALUE "STEP010 0000FEEDSTP 0004".
002020     05  FILLER                  PIC X(24)
002030             VALUE "GATESTP 0004        0000".
002040     05  FILLER                  PIC X(24)
002050             VALUE "HELLOSTP0004GATESTP 0004".
002060     05  FILLER                  PIC X(24)
002070             VALUE "SETLSTEP0000HELLOSTP0000".
002080     05  FILLER                  PIC X(24)
002090             VALUE "ACKSTEP 0000SETLSTEP0000".
002100     05  FILLER                  PIC X(24)
002110             VALUE "GLLDSTEP0000HELLOSTP0000".
002120     05  FILLER                  PIC X(24)
002130             VALUE "PROOFSTP0008HELLOSTP0008".
002140     05  FILLER                  PIC X(24)
002150             VALUE "RECNSTP 0008HELLOSTP0008".
002160     05  FILLER                  PIC X(24)
002170             VALUE "ANOMSTP 0004HELLOSTP0008".
002180     05  FILLER                  PIC X(24)
002190             VALUE "MORNSTP 0008        0000".
002200     05  FILLER                  PIC X(24)
002210             VALUE "ARCHDCNT0000HELLOSTP0004".
002220     05  FILLER                  PIC X(24)
002230             VALUE "CLEANRSB0000HELLOSTP0004".
002240     05  FILLER                  PIC X(24)
002250             VALUE "CLEANFED0000HELLOSTP0004".
002260 01  DL310-WS-REQ-DEFS REDEFINES DL310-WS-REQ-VALUES.
002270     05  DL310-WS-REQ-DEF OCCURS 15 TIMES.
002280         10  DL310-WS-RD-STEP    PIC X(08).
002290         10  DL310-WS-RD-MAX-RC  PIC 9(04).
002300         10  DL310-WS-RD-GOV-STEP
002310                                 PIC X(08).
002320         10  DL310-WS-RD-GOV-MAX PIC 9(04).
002330***************************************************************
002340*  WHAT THE LEDGER HOLDS FOR EACH REQUIRED STEP ON THE
002350*  PREVIOUS BUSINESS DATE, AND THE STATUS THE GATE GIVES IT.
002360***************************************************************
002370 01  DL310-WS-REQ-TABLE.
002380     05  DL310-WS-REQ-ENTRY OCCURS 15 TIMES.
002390         10  DL310-WS-RQ-FOUND-SW PIC X(01).
002400             88  DL310-RQ-FOUND          VALUE "Y".
002410         10  DL310-WS-RQ-RC      PIC 9(04).
002420         10  DL310-WS-RQ-OVR-SW  PIC X(01).
002430             88  DL310-RQ-OVR-LOGGED     VALUE "Y".
002440         10  DL310-WS-RQ-USER    PIC X(08).
002450         10  DL310-WS-RQ-REASON  PIC X(20).
002460         10  DL310-WS-RQ-STATUS  PIC X(10).
002470             88  DL310-RQ-IS-OK          VALUE "OK".
002480             88  DL310-RQ-IS-MISSING     VALUE "MISSING".
002490             88  DL310-RQ-IS-BAD-RC      VALUE "BAD RC".
002500             88  DL310-RQ-IS-OVERRIDDEN  VALUE "OVERRIDDEN".
002510             88  DL310-RQ-IS-NOT-DUE     VALUE "NOT DUE".
002520             88  DL310-RQ-IS-SHORT       VALUE "MISSING"
002530                                               "BAD RC".
002540***************************************************************
002550*  REPORT LINE LAYOUTS
002560***************************************************************
002570 01  DL310-WS-HDR-LINE.
002580     05  FILLER                  PIC X(33)
002590             VALUE "RUN-CONTROL PRE-FLIGHT GATE - AS ".
002600     05  FILLER                  PIC X(03)  VALUE "AT ".
002610     05  DL310-HL-CCYY           PIC 9(04).
002620     05  FILLER                  PIC X(01)  VALUE "-".
002630     05  DL310-HL-MM             PIC 9(02).
002640     05  FILLER                  PIC X(01)  VALUE "-".
002650     05  DL310-HL-DD             PIC 9(02).
002660     05  FILLER                  PIC X(34)  VALUE SPACES.
002670 01  DL310-WS-DATE-LINE.
002680     05  FILLER                  PIC X(23)
002690             VALUE "TONIGHT'S BUSINESS DATE".
002700     05  FILLER                  PIC X(02)  VALUE ": ".
002710     05  DL310-DT-TONIGHT        PIC 9(08).
002720     05  FILLER                  PIC X(25)
002730             VALUE "   PREVIOUS BUSINESS DATE".
002740     05  FILLER                  PIC X(02)  VALUE ": ".
002750     05  DL310-DT-PREV           PIC 9(08).
002760     05  FILLER                  PIC X(12)  VALUE SPACES.
002770 01  DL310-WS-COL-LINE.
002780     05  FILLER                  PIC X(37)
002790             VALUE " STEP       MAX    FOUND  STATUS     ".
002800     05  FILLER                  PIC X(43)
002810             VALUE "USER     REASON".
002820 01  DL310-WS-DET-LINE.
002830     05  FILLER                  PIC X(01)  VALUE SPACES.
002840     05  DL310-DL-STEP           PIC X(08).
002850     05  FILLER                  PIC X(02)  VALUE SPACES.
002860     05  DL310-DL-MAX-RC         PIC ZZZ9.
002870     05  FILLER                  PIC X(02)  VALUE SPACES.
002880     05  DL310-DL-FOUND          PIC X(07).
002890     05  FILLER                  PIC X(02)  VALUE SPACES.
002900     05  DL310-DL-STATUS         PIC X(10).
002910     05  FILLER                  PIC X(01)  VALUE SPACES.
002920     05  DL310-DL-USER           PIC X(08).
002930     05  FILLER                  PIC X(01)  VALUE SPACES.
002940     05  DL310-DL-REASON         PIC X(20).
002950     05  FILLER                  PIC X(14)  VALUE SPACES.
002960 01  DL310-WS-CRD-LINE.
002970     05  FILLER                  PIC X(15)
002980             VALUE "OVERRIDE CARD  ".
002990     05  DL310-CL-CARD           PIC X(44).
003000     05  FILLER                  PIC X(01)  VALUE SPACES.
003010     05  DL310-CL-ERROR          PIC X(20).
003020 01  DL310-WS-MSG-LINE.
003030     05  DL310-ML-TEXT           PIC X(80).
003040 01  DL310-WS-SUM-LINE.
003050     05  DL310-SL-LABEL          PIC X(26).
003060     05  DL310-SL-COUNT          PIC ZZZZZZ9.
003070     05  FILLER                  PIC X(47)  VALUE SPACES.
003080 PROCEDURE DIVISION.
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     IF DL310-WS-RETURN-CODE < 0016
003120         PERFORM 2000-READ-LEDGER THRU 2000-EXIT
003130     END-IF.
003140     IF DL310-WS-RETURN-CODE < 0016
003150         AND DL310-WS-EARLIER-COUNT > ZERO
003160         PERFORM 3000-CHECK-STEPS THRU 3000-EXIT
003170         PERFORM 4000-APPLY-OVERRIDES THRU 4000-EXIT
003180         PERFORM 5000-PRINT-STEPS THRU 5000-EXIT
003190     END-IF.
003200     PERFORM 6000-SET-VERDICT THRU 6000-EXIT.
003210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003220     MOVE DL310-WS-RETURN-CODE TO RETURN-CODE.
003230     STOP RUN.
003240
003250***************************************************************
003260*  1000-INITIALIZE  --  OPEN THE REPORT, LOAD THE CALENDAR,
003270*                       AND WORK OUT TONIGHT'S AND THE
003280*                       PREVIOUS BUSINESS DATE.
003290***************************************************************
003300 1000-INITIALIZE.
003310     ACCEPT DL310-WS-RUN-DATE FROM DATE YYYYMMDD.
003320     ACCEPT DL310-WS-RUN-TIME FROM TIME.
003330     INITIALIZE DL310-WS-REQ-TABLE.
003340     OPEN OUTPUT DL310-RPT-FILE.
003350     IF DL310-WS-RPT-STATUS NOT = "00"
003360         DISPLAY "RUNGATE: UNABLE TO OPEN GATERPT, STATUS = "
003370             DL310-WS-RPT-STATUS
003380     END-IF.
003390     MOVE DL310-WS-RUN-CCYY TO DL310-HL-CCYY.
003400     MOVE DL310-WS-RUN-MM TO DL310-HL-MM.
003410     MOVE DL310-WS-RUN-DD TO DL310-HL-DD.
003420     MOVE DL310-WS-HDR-LINE TO DL310-RPT-RECORD.
003430     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003440     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
003450     OPEN INPUT DL310-IN-FILE.
003460     IF DL310-WS-IN-STATUS = "00"
003470         PERFORM 1200-SCAN-INPUT THRU 1200-EXIT
003480             UNTIL DL310-EOF-INPUT
003490         CLOSE DL310-IN-FILE
003500     ELSE
003510         DISPLAY "RUNGATE: DAILYCNT NOT AVAILABLE, STATUS = "
003520             DL310-WS-IN-STATUS
003530     END-IF.
003540     IF DL310-WS-DAY-USED = ZERO
003550         DISPLAY "RUNGATE: NO BUSINESS DATE ON DAILYCNT - "
003560             "TAKING THE RUN DATE"
003570         MOVE DL310-WS-RUN-DATE-N TO DL310-WS-TONIGHT
003580         MOVE 1 TO DL310-WS-DAY-USED
003590         MOVE DL310-WS-TONIGHT TO DL310-WS-DY-DATE(1)
003600     END-IF.
003610     PERFORM 1300-PREVIOUS-BUSINESS-DAY THRU 1300-EXIT.
003620     MOVE DL310-WS-TONIGHT TO DL310-DT-TONIGHT.
003630     MOVE DL310-WS-PREV-DATE TO DL310-DT-PREV.
003640     MOVE DL310-WS-DATE-LINE TO DL310-RPT-RECORD.
003650     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003660     MOVE SPACES TO DL310-RPT-RECORD.
003670     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003680     DISPLAY "RUNGATE: BUSINESS DATE " DL310-WS-TONIGHT
003690         ", CHECKING " DL310-WS-PREV-DATE.
003700     IF DL310-WS-PREV-DATE = ZERO
003710         DISPLAY "RUNGATE: NO PREVIOUS BUSINESS DATE FOUND "
003720             "WITHIN SIXTY DAYS - CHECK THE CALENDAR"
003730         MOVE 0016 TO DL310-WS-RETURN-CODE
003740     END-IF.
003750 1000-EXIT.
003760     EXIT.
003770
003780***************************************************************
003790*  1100-LOAD-CALENDAR  --  THE WEEKLY WORKING-DAY FLAGS AND
003800*                          THE HOLIDAYS.  WITH NO CALENDAR THE
003810*                          STANDARD MONDAY-TO-FRIDAY WEEK
003820*                          STANDS.
003830***************************************************************
003840 1100-LOAD-CALENDAR.
003850     OPEN INPUT DL310-CAL-FILE.
003860     IF DL310-WS-CAL-STATUS NOT = "00"
003870         DISPLAY "RUNGATE: CALENDAR NOT AVAILABLE, STATUS = "
003880             DL310-WS-CAL-STATUS
003890             " - STANDARD WEEK ASSUMED"
003900         GO TO 1100-EXIT.
003910     PERFORM 1110-LOAD-CAL-ROW THRU 1110-EXIT
003920         UNTIL DL310-CAL-EOF.
003930     CLOSE DL310-CAL-FILE.
003940 1100-EXIT.
003950     EXIT.
003960
003970 1110-LOAD-CAL-ROW.
003980     READ DL310-CAL-FILE
003990         AT END
004000             SET DL310-CAL-EOF TO TRUE
004010             GO TO 1110-EXIT
004020     END-READ.
004030     EVALUATE TRUE
004040         WHEN DL100-CAL-IS-WEEK-RULE
004050             MOVE DL100-CAL-DAY-FLAGS
004060                 TO DL310-WS-CAL-WEEK-FLAGS
004070         WHEN DL100-CAL-IS-HOLIDAY
004080             AND DL100-CAL-HOL-DATE NUMERIC
004090             AND DL100-CAL-HOL-DATE > ZERO
004100             IF DL310-WS-HOL-USED < 100
004110                 ADD 1 TO DL310-WS-HOL-USED
004120                 MOVE DL100-CAL-HOL-DATE
004130                     TO DL310-WS-HOL-DATE(DL310-WS-HOL-USED)
004140             END-IF
004150         WHEN OTHER
004160             CONTINUE
004170     END-EVALUATE.
004180 1110-EXIT.
004190     EXIT.
004200
004210***************************************************************
004220*  1200-SCAN-INPUT  --  COLLECT TONIGHT'S BUSINESS DATES; THE
004230*                       EARLIEST IS THE ONE THE GATE CHECKS
004240*                       BEHIND.
004250***************************************************************
004260 1200-SCAN-INPUT.
004270     READ DL310-IN-FILE
004280         AT END
004290             SET DL310-EOF-INPUT TO TRUE
004300             GO TO 1200-EXIT
004310     END-READ.
004320     IF NOT DL100-IN-IS-HDR
004330         GO TO 1200-EXIT.
004340     IF DL100-IN-HDR-DATE NOT NUMERIC
004350         OR DL100-IN-HDR-DATE = ZERO
004360         GO TO 1200-EXIT.
004370     MOVE DL100-IN-HDR-DATE TO DL310-WS-SRCH-DATE.
004380     IF DL310-WS-TONIGHT = ZERO
004390         OR DL310-WS-SRCH-DATE < DL310-WS-TONIGHT
004400         MOVE DL310-WS-SRCH-DATE TO DL310-WS-TONIGHT
004410     END-IF.
004420     MOVE ZERO TO DL310-WS-DAY-FOUND.
004430     MOVE 1 TO DL310-WS-DAY-IDX.
004440     PERFORM 1210-TEST-DAY-ENTRY THRU 1210-EXIT
004450         UNTIL DL310-WS-DAY-FOUND > ZERO
004460         OR DL310-WS-DAY-IDX > DL310-WS-DAY-USED.
004470     IF DL310-WS-DAY-FOUND = ZERO
004480         AND DL310-WS-DAY-USED < 50
004490         ADD 1 TO DL310-WS-DAY-USED
004500         MOVE DL310-WS-SRCH-DATE
004510             TO DL310-WS-DY-DATE(DL310-WS-DAY-USED)
004520     END-IF.
004530 1200-EXIT.
004540     EXIT.
004550
004560 1210-TEST-DAY-ENTRY.
004570     IF DL310-WS-DY-DATE(DL310-WS-DAY-IDX)
004580         = DL310-WS-SRCH-DATE
004590         MOVE DL310-WS-DAY-IDX TO DL310-WS-DAY-FOUND
004600     ELSE
004610         ADD 1 TO DL310-WS-DAY-IDX
004620     END-IF.
004630 1210-EXIT.
004640     EXIT.
004650
004660***************************************************************
004670*  1300-PREVIOUS-BUSINESS-DAY  --  STEP BACK FROM TONIGHT'S
004680*                                  DATE TO THE LAST BUSINESS
004690*                                  DAY BEFORE IT, INTO DL310-
004700*                                  WS-PREV-DATE.  THE SEARCH
004710*                                  GIVES UP AFTER SIXTY DAYS,
004720*                                  AS THE NIGHTLY RUN'S DOES.
004730***************************************************************
004740 1300-PREVIOUS-BUSINESS-DAY.
004750     MOVE ZERO TO DL310-WS-PREV-DATE.
004760     MOVE FUNCTION INTEGER-OF-DATE(DL310-WS-TONIGHT)
004770         TO DL310-WS-CAL-INT.
004780     IF DL310-WS-CAL-INT = ZERO
004790         GO TO 1300-EXIT.
004800     MOVE ZERO TO DL310-WS-CAL-STEPS.
004810     MOVE "N" TO DL310-WS-CAL-BUS-SW.
004820     PERFORM 1310-STEP-BACK-ONE-DAY THRU 1310-EXIT
004830         UNTIL DL310-CAL-IS-BUS-DAY
004840         OR DL310-WS-CAL-STEPS >= 60
004850         OR DL310-WS-CAL-INT <= 1.
004860     IF DL310-CAL-IS-BUS-DAY
004870         MOVE DL310-WS-CAL-TEST-DATE TO DL310-WS-PREV-DATE
004880     END-IF.
004890 1300-EXIT.
004900     EXIT.
004910
004920 1310-STEP-BACK-ONE-DAY.
004930     SUBTRACT 1 FROM DL310-WS-CAL-INT.
004940     ADD 1 TO DL310-WS-CAL-STEPS.
004950     MOVE FUNCTION DATE-OF-INTEGER(DL310-WS-CAL-INT)
004960         TO DL310-WS-CAL-TEST-DATE.
004970     PERFORM 7400-TEST-BUSINESS-DAY THRU 7400-EXIT.
004980 1310-EXIT.
004990     EXIT.
005000
005010***************************************************************
005020*  2000-READ-LEDGER  --  READ THE WHOLE RUN-CONTROL LEDGER,
005030*                        KEEPING THE LAST ROW FOR EACH REQUIRED
005040*                        STEP ON THE PREVIOUS BUSINESS DATE.
005050*                        AN EMPTY OR NEW LEDGER IS THE FIRST
005060*                        NIGHT - NOTHING TO CHECK BEHIND.
005070***************************************************************
005080 2000-READ-LEDGER.
005090     OPEN INPUT DL310-RCL-FILE.
005100     IF DL310-WS-RCL-STATUS = "35"
005110         GO TO 2000-EXIT.
005120     IF DL310-WS-RCL-STATUS NOT = "00"
005130         DISPLAY "RUNGATE: UNABLE TO READ RUNCTL, STATUS = "
005140             DL310-WS-RCL-STATUS
005150         MOVE 0016 TO DL310-WS-RETURN-CODE
005160         GO TO 2000-EXIT.
005170     PERFORM 2100-READ-LEDGER-ROW THRU 2100-EXIT
005180         UNTIL DL310-RCL-EOF.
005190     CLOSE DL310-RCL-FILE.
005200 2000-EXIT.
005210     EXIT.
005220
005230 2100-READ-LEDGER-ROW.
005240     READ DL310-RCL-FILE
005250         AT END
005260             SET DL310-RCL-EOF TO TRUE
005270             GO TO 2100-EXIT
005280     END-READ.
005290     IF DL310-WS-RCL-STATUS NOT = "00"
005300         DISPLAY "RUNGATE: UNABLE TO READ RUNCTL, STATUS = "
005310             DL310-WS-RCL-STATUS
005320         MOVE 0016 TO DL310-WS-RETURN-CODE
005330         SET DL310-RCL-EOF TO TRUE
005340         GO TO 2100-EXIT.
005350     ADD 1 TO DL310-WS-LEDGER-COUNT.
005360     IF DL100-RCL-BUS-DATE NOT NUMERIC
005370         GO TO 2100-EXIT.
005380     IF DL100-RCL-BUS-DATE > ZERO
005390         AND DL100-RCL-BUS-DATE < DL310-WS-TONIGHT
005400         ADD 1 TO DL310-WS-EARLIER-COUNT
005410     END-IF.
005420     IF DL100-RCL-BUS-DATE NOT = DL310-WS-PREV-DATE
005430         GO TO 2100-EXIT.
005440     MOVE DL100-RCL-STEP TO DL310-WS-SRCH-STEP.
005450     PERFORM 7100-FIND-REQ-ENTRY THRU 7100-EXIT.
005460     IF DL310-WS-REQ-FOUND = ZERO
005470         GO TO 2100-EXIT.
005480     IF DL100-RCL-IS-OVERRIDE
005490         MOVE "Y" TO DL310-WS-RQ-OVR-SW(DL310-WS-REQ-FOUND)
005500         MOVE DL100-RCL-USER
005510             TO DL310-WS-RQ-USER(DL310-WS-REQ-FOUND)
005520         MOVE DL100-RCL-REASON
005530             TO DL310-WS-RQ-REASON(DL310-WS-REQ-FOUND)
005540         GO TO 2100-EXIT.
005550     MOVE "Y" TO DL310-WS-RQ-FOUND-SW(DL310-WS-REQ-FOUND).
005560     MOVE "N" TO DL310-WS-RQ-OVR-SW(DL310-WS-REQ-FOUND).
005570     MOVE SPACES TO DL310-WS-RQ-USER(DL310-WS-REQ-FOUND)
005580                    DL310-WS-RQ-REASON(DL310-WS-REQ-FOUND).
005590     IF DL100-RCL-RC NUMERIC
005600         MOVE DL100-RCL-RC TO DL310-WS-RQ-RC(DL310-WS-REQ-FOUND)
005610     ELSE
005620         MOVE 9999 TO DL310-WS-RQ-RC(DL310-WS-REQ-FOUND)
005630     END-IF.
005640 2100-EXIT.
005650     EXIT.
005660
005670***************************************************************
005680*  3000-CHECK-STEPS  --  GIVE EACH REQUIRED STEP ITS STATUS.
005690*                        AN OVERRIDE ALREADY ON THE LEDGER FOR
005700*                        A STEP STILL SHORT STANDS.
005710***************************************************************
005720 3000-CHECK-STEPS.
005730     MOVE 1 TO DL310-WS-REQ-IDX.
005740     PERFORM 3100-CHECK-ONE-STEP THRU 3100-EXIT
005750         UNTIL DL310-WS-REQ-IDX > DL310-WS-REQ-USED.
005760 3000-EXIT.
005770     EXIT.
005780
005790 3100-CHECK-ONE-STEP.
005800     MOVE ZERO TO DL310-WS-REQ-FOUND.
005810     IF DL310-WS-RD-GOV-STEP(DL310-WS-REQ-IDX) NOT = SPACES
005820         MOVE DL310-WS-RD-GOV-STEP(DL310-WS-REQ-IDX)
005830             TO DL310-WS-SRCH-STEP
005840         PERFORM 7100-FIND-REQ-ENTRY THRU 7100-EXIT
005850     END-IF.
005860     IF DL310-WS-REQ-FOUND > ZERO
005870         AND NOT DL310-RQ-FOUND(DL310-WS-REQ-IDX)
005880         IF DL310-RQ-IS-NOT-DUE(DL310-WS-REQ-FOUND)
005890             OR (DL310-RQ-FOUND(DL310-WS-REQ-FOUND)
005900             AND DL310-WS-RQ-RC(DL310-WS-REQ-FOUND)
005910                 > DL310-WS-RD-GOV-MAX(DL310-WS-REQ-IDX))
005920             SET DL310-RQ-IS-NOT-DUE(DL310-WS-REQ-IDX) TO TRUE
005930             GO TO 3100-NEXT
005940         END-IF
005950     END-IF.
005960     EVALUATE TRUE
005970         WHEN DL310-RQ-FOUND(DL310-WS-REQ-IDX)
005980             AND DL310-WS-RQ-RC(DL310-WS-REQ-IDX)
005990                 <= DL310-WS-RD-MAX-RC(DL310-WS-REQ-IDX)
006000             SET DL310-RQ-IS-OK(DL310-WS-REQ-IDX) TO TRUE
006010         WHEN DL310-RQ-OVR-LOGGED(DL310-WS-REQ-IDX)
006020             SET DL310-RQ-IS-OVERRIDDEN(DL310-WS-REQ-IDX)
006030                 TO TRUE
006040             ADD 1 TO DL310-WS-OVR-COUNT
006050         WHEN DL310-RQ-FOUND(DL310-WS-REQ-IDX)
006060             SET DL310-RQ-IS-BAD-RC(DL310-WS-REQ-IDX) TO TRUE
006070         WHEN OTHER
006080             SET DL310-RQ-IS-MISSING(DL310-WS-REQ-IDX) TO TRUE
006090     END-EVALUATE.
006100 3100-NEXT.
006110     ADD 1 TO DL310-WS-REQ-IDX.
006120 3100-EXIT.
006130     EXIT.
006140
006150***************************************************************
006160*  4000-APPLY-OVERRIDES  --  READ THE OPERATOR OVERRIDE CARDS.
006170*                            A GOOD CARD CLEARS THE STEP (OR
006180*                            EVERY STEP) STILL SHORT, AND EACH
006190*                            STEP IT CLEARS IS LOGGED ON THE
006200*                            LEDGER.  AN OVERRIDE THAT CANNOT
006210*                            BE LOGGED IS NOT TAKEN.
006220***************************************************************
006230 4000-APPLY-OVERRIDES.
006240     OPEN INPUT DL310-CRD-FILE.
006250     IF DL310-WS-CRD-STATUS NOT = "00"
006260         GO TO 4000-EXIT.
006270     PERFORM 4100-READ-CARD THRU 4100-EXIT
006280         UNTIL DL310-EOF-CARDS.
006290     CLOSE DL310-CRD-FILE.
006300     IF DL310-WS-CARD-COUNT > ZERO
006310         MOVE SPACES TO DL310-RPT-RECORD
006320         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
006330     END-IF.
006340 4000-EXIT.
006350     EXIT.
006360
006370 4100-READ-CARD.
006380     READ DL310-CRD-FILE
006390         AT END
006400             SET DL310-EOF-CARDS TO TRUE
006410             GO TO 4100-EXIT
006420     END-READ.
006430     IF DL310-CRD-RECORD = SPACES
006440         GO TO 4100-EXIT.
006450     ADD 1 TO DL310-WS-CARD-COUNT.
006460     MOVE SPACES TO DL310-WS-CARD-ERROR.
006470     MOVE ZERO TO DL310-WS-CARD-TAKEN.
006480     MOVE ZERO TO DL310-WS-REQ-FOUND.
006490     EVALUATE TRUE
006500         WHEN DL310-CRD-BUS-DATE NOT NUMERIC
006510             MOVE "BAD DATE" TO DL310-WS-CARD-ERROR
006520         WHEN DL310-CRD-BUS-DATE-N NOT = DL310-WS-PREV-DATE
006530             MOVE "NOT PREVIOUS DATE" TO DL310-WS-CARD-ERROR
006540         WHEN DL310-CRD-USER = SPACES
006550             MOVE "NO OPERATOR" TO DL310-WS-CARD-ERROR
006560         WHEN DL310-CRD-REASON = SPACES
006570             MOVE "NO REASON" TO DL310-WS-CARD-ERROR
006580         WHEN DL310-CRD-STEP = SPACES OR "ALL"
006590             CONTINUE
006600         WHEN OTHER
006610             MOVE DL310-CRD-STEP TO DL310-WS-SRCH-STEP
006620             PERFORM 7100-FIND-REQ-ENTRY THRU 7100-EXIT
006630             IF DL310-WS-REQ-FOUND = ZERO
006640                 MOVE "NOT A REQUIRED STEP"
006650                     TO DL310-WS-CARD-ERROR
006660             END-IF
006670     END-EVALUATE.
006680     IF DL310-WS-CARD-ERROR = SPACES
006690         PERFORM 4200-OPEN-LOG THRU 4200-EXIT
006700         IF NOT DL310-LOG-OPEN
006710             MOVE "LEDGER NOT AVAILABLE" TO DL310-WS-CARD-ERROR
006720         END-IF
006730     END-IF.
006740     IF DL310-WS-CARD-ERROR NOT = SPACES
006750         ADD 1 TO DL310-WS-CARD-ERRORS
006760         DISPLAY "RUNGATE: OVERRIDE CARD REJECTED - "
006770             DL310-WS-CARD-ERROR ": " DL310-CRD-RECORD(1:44)
006780         GO TO 4100-WRITE-LINE.
006790     IF DL310-WS-REQ-FOUND > ZERO
006800         MOVE DL310-WS-REQ-FOUND TO DL310-WS-REQ-IDX
006810         PERFORM 4300-OVERRIDE-STEP THRU 4300-EXIT
006820     ELSE
006830         MOVE 1 TO DL310-WS-REQ-IDX
006840         PERFORM 4300-OVERRIDE-STEP THRU 4300-EXIT
006850             UNTIL DL310-WS-REQ-IDX > DL310-WS-REQ-USED
006860     END-IF.
006870     IF DL310-WS-CARD-TAKEN = ZERO
006880         MOVE "NOTHING TO OVERRIDE" TO DL310-WS-CARD-ERROR
006890     ELSE
006900         MOVE "TAKEN" TO DL310-WS-CARD-ERROR
006910     END-IF.
006920 4100-WRITE-LINE.
006930     MOVE DL310-CRD-RECORD(1:44) TO DL310-CL-CARD.
006940     MOVE DL310-WS-CARD-ERROR TO DL310-CL-ERROR.
006950     MOVE DL310-WS-CRD-LINE TO DL310-RPT-RECORD.
006960     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
006970 4100-EXIT.
006980     EXIT.
006990
007000***************************************************************
007010*  4200-OPEN-LOG  --  OPEN THE LEDGER FOR THE ROWS THIS RUN
007020*                     ADDS, THE FIRST TIME ONE IS NEEDED.
007030***************************************************************
007040 4200-OPEN-LOG.
007050     IF DL310-LOG-OPEN
007060         GO TO 4200-EXIT.
007070     OPEN OUTPUT DL310-RCL-FILE.
007080     IF DL310-WS-RCL-STATUS = "00"
007090         SET DL310-LOG-OPEN TO TRUE
007100     ELSE
007110         DISPLAY "RUNGATE: UNABLE TO OPEN RUNCTL, STATUS = "
007120             DL310-WS-RCL-STATUS
007130     END-IF.
007140 4200-EXIT.
007150     EXIT.
007160
007170***************************************************************
007180*  4300-OVERRIDE-STEP  --  CLEAR ONE STEP STILL SHORT ON THE
007190*                          CURRENT CARD AND LOG IT: THE CODE
007200*                          FOUND, OR 9999 FOR A STEP MISSING.
007210***************************************************************
007220 4300-OVERRIDE-STEP.
007230     IF NOT DL310-RQ-IS-SHORT(DL310-WS-REQ-IDX)
007240         GO TO 4300-NEXT.
007250     MOVE SPACES TO DL100-RCL-RECORD.
007260     MOVE DL310-WS-PREV-DATE TO DL100-RCL-BUS-DATE.
007270     MOVE DL310-WS-RD-STEP(DL310-WS-REQ-IDX) TO DL100-RCL-STEP.
007280     MOVE "RUNGATE" TO DL100-RCL-PROGRAM.
007290     IF DL310-RQ-FOUND(DL310-WS-REQ-IDX)
007300         MOVE DL310-WS-RQ-RC(DL310-WS-REQ-IDX) TO DL100-RCL-RC
007310     ELSE
007320         MOVE 9999 TO DL100-RCL-RC
007330     END-IF.
007340     SET DL100-RCL-IS-OVERRIDE TO TRUE.
007350     MOVE DL310-WS-RUN-DATE-N TO DL100-RCL-RUN-DATE.
007360     MOVE DL310-WS-RUN-TIME(1:6) TO DL100-RCL-RUN-TIME.
007370     MOVE DL310-CRD-USER TO DL100-RCL-USER.
007380     MOVE DL310-CRD-REASON TO DL100-RCL-REASON.
007390     WRITE DL100-RCL-RECORD.
007400     IF DL310-WS-RCL-STATUS NOT = "00"
007410         DISPLAY "RUNGATE: UNABLE TO WRITE RUNCTL, STATUS = "
007420             DL310-WS-RCL-STATUS " - OVERRIDE OF "
007430             DL310-WS-RD-STEP(DL310-WS-REQ-IDX) " NOT TAKEN"
007440         GO TO 4300-NEXT.
007450     DISPLAY "RUNGATE: STEP " DL310-WS-RD-STEP(DL310-WS-REQ-IDX)
007460         " FOR " DL310-WS-PREV-DATE " OVERRIDDEN BY "
007470         DL310-CRD-USER " - " DL310-CRD-REASON.
007480     SET DL310-RQ-IS-OVERRIDDEN(DL310-WS-REQ-IDX) TO TRUE.
007490     MOVE DL310-CRD-USER TO DL310-WS-RQ-USER(DL310-WS-REQ-IDX).
007500     MOVE DL310-CRD-REASON
007510         TO DL310-WS-RQ-REASON(DL310-WS-REQ-IDX).
007520     ADD 1 TO DL310-WS-OVR-COUNT.
007530     ADD 1 TO DL310-WS-OVR-LOGGED.
007540     ADD 1 TO DL310-WS-CARD-TAKEN.
007550 4300-NEXT.
007560     ADD 1 TO DL310-WS-REQ-IDX.
007570 4300-EXIT.
007580     EXIT.
007590
007600***************************************************************
007610*  5000-PRINT-STEPS  --  ONE REPORT LINE PER REQUIRED STEP;
007620*                        A STEP STILL SHORT IS ALSO NAMED ON
007630*                        THE JOB LOG.
007640***************************************************************
007650 5000-PRINT-STEPS.
007660     MOVE DL310-WS-COL-LINE TO DL310-RPT-RECORD.
007670     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
007680     MOVE 1 TO DL310-WS-REQ-IDX.
007690     PERFORM 5100-PRINT-ONE-STEP THRU 5100-EXIT
007700         UNTIL DL310-WS-REQ-IDX > DL310-WS-REQ-USED.
007710     MOVE SPACES TO DL310-RPT-RECORD.
007720     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
007730 5000-EXIT.
007740     EXIT.
007750
007760 5100-PRINT-ONE-STEP.
007770     MOVE DL310-WS-RD-STEP(DL310-WS-REQ-IDX) TO DL310-DL-STEP.
007780     MOVE DL310-WS-RD-MAX-RC(DL310-WS-REQ-IDX)
007790         TO DL310-DL-MAX-RC.
007800     IF DL310-RQ-FOUND(DL310-WS-REQ-IDX)
007810         MOVE DL310-WS-RQ-RC(DL310-WS-REQ-IDX)
007820             TO DL310-WS-RC-EDIT
007830         MOVE DL310-WS-RC-EDIT TO DL310-DL-FOUND
007840     ELSE
007850         IF DL310-RQ-IS-NOT-DUE(DL310-WS-REQ-IDX)
007860             MOVE "      -" TO DL310-DL-FOUND
007870         ELSE
007880             MOVE "MISSING" TO DL310-DL-FOUND
007890         END-IF
007900     END-IF.
007910     MOVE DL310-WS-RQ-STATUS(DL310-WS-REQ-IDX)
007920         TO DL310-DL-STATUS.
007930     MOVE DL310-WS-RQ-USER(DL310-WS-REQ-IDX) TO DL310-DL-USER.
007940     MOVE DL310-WS-RQ-REASON(DL310-WS-REQ-IDX)
007950         TO DL310-DL-REASON.
007960     MOVE DL310-WS-DET-LINE TO DL310-RPT-RECORD.
007970     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
007980     IF DL310-RQ-IS-MISSING(DL310-WS-REQ-IDX)
007990         ADD 1 TO DL310-WS-MISSING-COUNT
008000         DISPLAY "RUNGATE: STEP "
008010             DL310-WS-RD-STEP(DL310-WS-REQ-IDX)
008020             " MISSING FROM THE LEDGER FOR "
008030             DL310-WS-PREV-DATE
008040     END-IF.
008050     IF DL310-RQ-IS-BAD-RC(DL310-WS-REQ-IDX)
008060         ADD 1 TO DL310-WS-BAD-RC-COUNT
008070         DISPLAY "RUNGATE: STEP "
008080             DL310-WS-RD-STEP(DL310-WS-REQ-IDX)
008090             " ENDED " DL310-WS-RQ-RC(DL310-WS-REQ-IDX)
008100             " FOR " DL310-WS-PREV-DATE ", ALLOWED "
008110             DL310-WS-RD-MAX-RC(DL310-WS-REQ-IDX)
008120     END-IF.
008130     ADD 1 TO DL310-WS-REQ-IDX.
008140 5100-EXIT.
008150     EXIT.
008160
008170***************************************************************
008180*  6000-SET-VERDICT  --  CLEAR, CLEAR ON OVERRIDE, OR
008190*                        REFUSED.
008200***************************************************************
008210 6000-SET-VERDICT.
008220     MOVE SPACES TO DL310-ML-TEXT.
008230     EVALUATE TRUE
008240         WHEN DL310-WS-RETURN-CODE >= 0016
008250             MOVE "VERDICT: REFUSED - THE RUN-CONTROL LEDGER "
008260                 TO DL310-ML-TEXT
008270             MOVE "COULD NOT BE CHECKED" TO DL310-ML-TEXT(43:)
008280         WHEN DL310-WS-EARLIER-COUNT = ZERO
008290             MOVE "VERDICT: CLEAR - NO EARLIER NIGHT ON THE "
008300                 TO DL310-ML-TEXT
008310             MOVE "RUN-CONTROL LEDGER" TO DL310-ML-TEXT(42:)
008320         WHEN DL310-WS-MISSING-COUNT > ZERO
008330             OR DL310-WS-BAD-RC-COUNT > ZERO
008340             MOVE "VERDICT: REFUSED - THE PREVIOUS BUSINESS "
008350                 TO DL310-ML-TEXT
008360             MOVE "DATE IS NOT COMPLETE" TO DL310-ML-TEXT(42:)
008370             MOVE 0008 TO DL310-WS-RETURN-CODE
008380         WHEN DL310-WS-OVR-COUNT > ZERO
008390             MOVE "VERDICT: CLEAR ON OPERATOR OVERRIDE"
008400                 TO DL310-ML-TEXT
008410             MOVE 0004 TO DL310-WS-RETURN-CODE
008420         WHEN OTHER
008430             MOVE "VERDICT: CLEAR" TO DL310-ML-TEXT
008440     END-EVALUATE.
008450     MOVE DL310-WS-MSG-LINE TO DL310-RPT-RECORD.
008460     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008470     MOVE SPACES TO DL310-RPT-RECORD.
008480     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008490     DISPLAY "RUNGATE: " DL310-ML-TEXT(10:60).
008500 6000-EXIT.
008510     EXIT.
008520
008530***************************************************************
008540*  7100-FIND-REQ-ENTRY  --  LOCATE DL310-WS-SRCH-STEP IN THE
008550*                           REQUIRED STEPS.
008560***************************************************************
008570 7100-FIND-REQ-ENTRY.
008580     MOVE ZERO TO DL310-WS-REQ-FOUND.
008590     MOVE 1 TO DL310-WS-SCAN-IDX.
008600     PERFORM 7110-TEST-REQ-ENTRY THRU 7110-EXIT
008610         UNTIL DL310-WS-REQ-FOUND > ZERO
008620         OR DL310-WS-SCAN-IDX > DL310-WS-REQ-USED.
008630 7100-EXIT.
008640     EXIT.
008650
008660 7110-TEST-REQ-ENTRY.
008670     IF DL310-WS-RD-STEP(DL310-WS-SCAN-IDX) = DL310-WS-SRCH-STEP
008680         MOVE DL310-WS-SCAN-IDX TO DL310-WS-REQ-FOUND
008690     ELSE
008700         ADD 1 TO DL310-WS-SCAN-IDX
008710     END-IF.
008720 7110-EXIT.
008730     EXIT.
008740
008750***************************************************************
008760*  7400-TEST-BUSINESS-DAY  --  IS DL310-WS-CAL-TEST-DATE A
008770*                              BUSINESS DAY?  THE SAME TEST
008780*                              THE NIGHTLY RUN MAKES: THE
008790*                              WEEKLY FLAG FOR ITS DAY OF WEEK
008800*                              MUST BE "Y" AND THE DATE MUST
008810*                              NOT BE A HOLIDAY.
008820***************************************************************
008830 7400-TEST-BUSINESS-DAY.
008840     MOVE "Y" TO DL310-WS-CAL-BUS-SW.
008850*    DAY 1 OF THE INTEGER DATE BASE WAS A MONDAY, SO THE
008860*    REMAINDER OF THE INTEGER OVER SEVEN GIVES THE DAY OF
008870*    WEEK, WITH ZERO MEANING SUNDAY.
008880     DIVIDE DL310-WS-CAL-INT BY 7
008890         GIVING DL310-WS-CAL-QUOT
008900         REMAINDER DL310-WS-CAL-DOW.
008910     IF DL310-WS-CAL-DOW = ZERO
008920         MOVE 7 TO DL310-WS-CAL-DOW
008930     END-IF.
008940     IF DL310-WS-CAL-WEEK-FLAG(DL310-WS-CAL-DOW) NOT = "Y"
008950         MOVE "N" TO DL310-WS-CAL-BUS-SW
008960         GO TO 7400-EXIT.
008970     MOVE 1 TO DL310-WS-HOL-IDX.
008980     PERFORM 7410-TEST-HOLIDAY THRU 7410-EXIT
008990         UNTIL NOT DL310-CAL-IS-BUS-DAY
009000         OR DL310-WS-HOL-IDX > DL310-WS-HOL-USED.
009010 7400-EXIT.
009020     EXIT.
009030
009040 7410-TEST-HOLIDAY.
009050     IF DL310-WS-HOL-DATE(DL310-WS-HOL-IDX)
009060         = DL310-WS-CAL-TEST-DATE
009070         MOVE "N" TO DL310-WS-CAL-BUS-SW
009080     ELSE
009090         ADD 1 TO DL310-WS-HOL-IDX
009100     END-IF.
009110 7410-EXIT.
009120     EXIT.
009130
009140 8100-WRITE-RPT-LINE.
009150     IF DL310-WS-RPT-STATUS = "00"
009160         WRITE DL310-RPT-RECORD
009170     END-IF.
009180 8100-EXIT.
009190     EXIT.
009200
009210***************************************************************
009220*  9000-TERMINATE  --  SUMMARY, THE GATE'S OWN LEDGER ROW FOR
009230*                      EACH OF TONIGHT'S BUSINESS DATES, AND
009240*                      CLOSE.
009250***************************************************************
009260 9000-TERMINATE.
009270     MOVE "LEDGER ROWS READ:         " TO DL310-SL-LABEL.
009280     MOVE DL310-WS-LEDGER-COUNT TO DL310-SL-COUNT.
009290     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009300     MOVE "REQUIRED STEPS:           " TO DL310-SL-LABEL.
009310     MOVE DL310-WS-REQ-USED TO DL310-SL-COUNT.
009320     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009330     MOVE "STEPS MISSING:            " TO DL310-SL-LABEL.
009340     MOVE DL310-WS-MISSING-COUNT TO DL310-SL-COUNT.
009350     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009360     MOVE "STEPS ENDED HIGH:         " TO DL310-SL-LABEL.
009370     MOVE DL310-WS-BAD-RC-COUNT TO DL310-SL-COUNT.
009380     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009390     MOVE "STEPS OVERRIDDEN:         " TO DL310-SL-LABEL.
009400     MOVE DL310-WS-OVR-COUNT TO DL310-SL-COUNT.
009410     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009420     MOVE "OVERRIDES LOGGED TONIGHT: " TO DL310-SL-LABEL.
009430     MOVE DL310-WS-OVR-LOGGED TO DL310-SL-COUNT.
009440     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009450     MOVE "OVERRIDE CARDS READ:      " TO DL310-SL-LABEL.
009460     MOVE DL310-WS-CARD-COUNT TO DL310-SL-COUNT.
009470     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009480     MOVE "OVERRIDE CARDS REJECTED:  " TO DL310-SL-LABEL.
009490     MOVE DL310-WS-CARD-ERRORS TO DL310-SL-COUNT.
009500     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009510     PERFORM 4200-OPEN-LOG THRU 4200-EXIT.
009520     IF DL310-LOG-OPEN
009530         MOVE 1 TO DL310-WS-DAY-IDX
009540         PERFORM 9200-WRITE-GATE-ROW THRU 9200-EXIT
009550             UNTIL DL310-WS-DAY-IDX > DL310-WS-DAY-USED
009560         CLOSE DL310-RCL-FILE
009570     ELSE
009580         DISPLAY "RUNGATE: GATESTP NOT RECORDED"
009590     END-IF.
009600     IF DL310-WS-RPT-STATUS = "00"
009610         CLOSE DL310-RPT-FILE
009620     END-IF.
009630     DISPLAY "RUNGATE: RETURN CODE " DL310-WS-RETURN-CODE.
009640 9000-EXIT.
009650     EXIT.
009660
009670 9100-PRINT-SUM-LINE.
009680     MOVE DL310-WS-SUM-LINE TO DL310-RPT-RECORD.
009690     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
009700 9100-EXIT.
009710     EXIT.
009720
009730 9200-WRITE-GATE-ROW.
009740     MOVE SPACES TO DL100-RCL-RECORD.
009750     MOVE DL310-WS-DY-DATE(DL310-WS-DAY-IDX)
009760         TO DL100-RCL-BUS-DATE.
009770     MOVE "GATESTP" TO DL100-RCL-STEP.
009780     MOVE "RUNGATE" TO DL100-RCL-PROGRAM.
009790     MOVE DL310-WS-RETURN-CODE TO DL100-RCL-RC.
009800     SET DL100-RCL-IS-STEP TO TRUE.
009810     MOVE DL310-WS-RUN-DATE-N TO DL100-RCL-RUN-DATE.
009820     MOVE DL310-WS-RUN-TIME(1:6) TO DL100-RCL-RUN-TIME.
009830     WRITE DL100-RCL-RECORD.
009840     IF DL310-WS-RCL-STATUS NOT = "00"
009850         DISPLAY "RUNGATE: UNABLE TO WRITE RUNCTL, STATUS = "
009860             DL310-WS-RCL-STATUS
009870     END-IF.
009880     ADD 1 TO DL310-WS-DAY-IDX.
009890 9200-EXIT.
009900     EXIT.
