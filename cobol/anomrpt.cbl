000010***************************************************************
000020*  ANOMRPT.CBL
000030*
000040*  BRANCH VOLUME ANOMALY REPORT.  THE AUDIT ROW CARRIES ONE
000050*  FIGURE PER BUSINESS DATE, SO A BRANCH THAT SENDS A TENTH
000060*  OF ITS USUAL VOLUME, OR THE SAME FILE TWICE, POSTS
000070*  WITHOUT A WORD AS LONG AS ITS OWN TRAILER AGREES.  THIS
000080*  STEP HOLDS EACH BRANCH'S DAY UP AGAINST ITS OWN HISTORY:
000090*  THE AVERAGE VOLUME IT SENT ON THE SAME WEEKDAY OVER THE
000100*  TRAILING WEEKS, FROM THE BRANCH HISTORY ROWS HELLO
000110*  APPENDS TO BRNHIST AS EACH BATCH CLOSES.  A BRANCH MORE
000120*  THAN THE TOLERANCE ABOVE OR BELOW ITS AVERAGE IS FLAGGED
000130*  HIGH OR LOW, AND AN OPEN BRANCH WITH HISTORY FOR THE
000140*  WEEKDAY THAT SENT NOTHING AT ALL IS FLAGGED NOT RECEIVED.
000150*  A BRANCH WITH NO HISTORY FOR THE WEEKDAY IS LISTED BUT
000160*  NOT FLAGGED.
000170*
000180*  BRNHIST GROWS NIGHT OVER NIGHT AND A FORCED RERUN OR A
000190*  RESTARTED RUN APPENDS A DATE AGAIN, SO THE LAST ROW FOR
000200*  A DATE AND BRANCH IS THE ONE THAT STANDS.
000210*
000220*  PARM (COLUMNS):
000230*
000240*      1-8   BUSINESS DATE CCYYMMDD TO EXAMINE.  BLANK OR
000250*            ZERO - EVERY BUSINESS DATE ON TONIGHT'S DAILYCNT
000260*            HEADERS.
000270*      9-11  TOLERANCE, PERCENT EITHER SIDE OF THE AVERAGE
000280*            (BLANK OR ZERO - 050).
000290*      12-13 WEEKS OF SAME-WEEKDAY HISTORY TO AVERAGE
000300*            (BLANK OR ZERO - 04, AT MOST 12).
000310*
000320*  ENDS 0000 WHEN NO BRANCH IS FLAGGED, 0004 WHEN ANY IS (OR
000330*  WHEN THERE IS NO DATE TO EXAMINE) - THE NIGHT HAS POSTED,
000340*  THE FLAG IS FOR A PERSON TO CHASE - AND 0016 ON A FILE OR
000350*  PARM FAILURE.
000360*
000370*  MODIFICATION HISTORY
000380*  --------------------
000390*  DATE       INIT  DESCRIPTION
000400*  ---------- ----  ------------------------------------------
000410*  2026-10-15 DLP   INITIAL VERSION.
000411*  2026-10-15 DLP   RECORD THE NIGHTLY STEP ON THE RUN-CONTROL
000412*                   LEDGER (RUNCTL), ONE ROW PER BUSINESS DATE
000413*                   EXAMINED.  A PARM-DATE RUN IS NOT RECORDED.
000420***************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. ANOMRPT.
000450 AUTHOR. D. L. PRICE.
000460 INSTALLATION. DATA PROCESSING.
000470 DATE-WRITTEN. 2026-10-15.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT DL280-IN-FILE ASSIGN TO "DAILYCNT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS DL280-WS-IN-STATUS.
000580     SELECT DL280-BHS-FILE ASSIGN TO "BRNHIST"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DL280-WS-BHS-STATUS.
000610     SELECT DL280-BRN-FILE ASSIGN TO "BRANCHDD"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS DL100-BRN-BRANCH
000650         FILE STATUS IS DL280-WS-BRN-STATUS.
000660     SELECT DL280-RPT-FILE ASSIGN TO "ANOMRPT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL280-WS-RPT-STATUS.
000681     SELECT DL280-RCL-FILE ASSIGN TO "RUNCTL"
000682         ORGANIZATION IS SEQUENTIAL
000683         FILE STATUS IS DL280-WS-RCL-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  DL280-IN-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 80 CHARACTERS.
000740     COPY DLINREC.
000750
000760 FD  DL280-BHS-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790     COPY DLBHSREC.
000800
000810 FD  DL280-BRN-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 80 CHARACTERS.
000840     COPY DLBRNREC.
000850
000860 FD  DL280-RPT-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  DL280-RPT-RECORD            PIC X(80).
000891
000892 FD  DL280-RCL-FILE
000893     LABEL RECORDS ARE STANDARD
000894     RECORD CONTAINS 80 CHARACTERS.
000895     COPY DLRCLREC.
000900 WORKING-STORAGE SECTION.
000910 77  DL280-WS-IN-STATUS          PIC X(02)  VALUE SPACES.
000920 77  DL280-WS-BHS-STATUS         PIC X(02)  VALUE SPACES.
000930 77  DL280-WS-BRN-STATUS         PIC X(02)  VALUE SPACES.
000940 77  DL280-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
000950 77  DL280-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
000960 77  DL280-WS-TOLERANCE          PIC 9(03)  VALUE 050.
000970 77  DL280-WS-WEEKS              PIC 9(02)  VALUE 04.
000980 77  DL280-WS-SPAN-DAYS          PIC 9(03)  VALUE ZERO.
000990 77  DL280-WS-BHS-READ-COUNT     PIC 9(07)  VALUE ZERO.
001000 77  DL280-WS-BHS-USED-COUNT     PIC 9(07)  VALUE ZERO.
001010 77  DL280-WS-ASSESSED-COUNT     PIC 9(05)  VALUE ZERO.
001020 77  DL280-WS-HIGH-COUNT         PIC 9(05)  VALUE ZERO.
001030 77  DL280-WS-LOW-COUNT          PIC 9(05)  VALUE ZERO.
001040 77  DL280-WS-MISSING-COUNT      PIC 9(05)  VALUE ZERO.
001050 77  DL280-WS-NEW-COUNT          PIC 9(05)  VALUE ZERO.
001060 77  DL280-WS-DATE-FLAGGED       PIC 9(05)  VALUE ZERO.
001070 77  DL280-WS-DATE-LISTED        PIC 9(05)  VALUE ZERO.
001080 77  DL280-WS-SRCH-DATE          PIC 9(08)  VALUE ZERO.
001090 77  DL280-WS-SRCH-BRANCH        PIC 9(03)  VALUE ZERO.
001100 77  DL280-WS-ROW-INT            PIC 9(08)  COMP VALUE ZERO.
001110 77  DL280-WS-WEEK-INT           PIC 9(08)  COMP VALUE ZERO.
001120 77  DL280-WS-DIFF               PIC S9(08) COMP VALUE ZERO.
001130 77  DL280-WS-QUOT               PIC S9(08) COMP VALUE ZERO.
001140 77  DL280-WS-REM                PIC S9(08) COMP VALUE ZERO.
001150 77  DL280-WS-DOW                PIC 9(01)  VALUE ZERO.
001160 77  DL280-WS-WEEK-NO            PIC 9(02)  VALUE ZERO.
001170 77  DL280-WS-WEEKS-FOUND        PIC 9(02)  VALUE ZERO.
001180 77  DL280-WS-HIST-SUM           PIC 9(11)  VALUE ZERO.
001190 77  DL280-WS-AVERAGE            PIC 9(09)  VALUE ZERO.
001200 77  DL280-WS-TODAY-VOL          PIC 9(09)  VALUE ZERO.
001210 77  DL280-WS-VARIANCE           PIC S9(04) VALUE ZERO.
001220 77  DL280-WS-DAY-USED           PIC 9(03)  COMP VALUE ZERO.
001230 77  DL280-WS-DAY-IDX            PIC 9(03)  COMP VALUE ZERO.
001240 77  DL280-WS-DAY-FOUND          PIC 9(03)  COMP VALUE ZERO.
001250 77  DL280-WS-HIST-USED          PIC 9(04)  COMP VALUE ZERO.
001260 77  DL280-WS-HIST-IDX           PIC 9(04)  COMP VALUE ZERO.
001270 77  DL280-WS-HIST-FOUND         PIC 9(04)  COMP VALUE ZERO.
001280 77  DL280-WS-LIST-USED          PIC 9(03)  COMP VALUE ZERO.
001290 77  DL280-WS-LIST-IDX           PIC 9(03)  COMP VALUE ZERO.
001300 77  DL280-WS-LIST-POS           PIC 9(03)  COMP VALUE ZERO.
001310 77  DL280-WS-BRNM-USED          PIC 9(03)  COMP VALUE ZERO.
001320 77  DL280-WS-BRNM-IDX           PIC 9(03)  COMP VALUE ZERO.
001330 77  DL280-WS-BRNM-FOUND         PIC 9(03)  COMP VALUE ZERO.
001331 77  DL280-WS-RCL-STATUS         PIC X(02)  VALUE SPACES.
001332 77  DL280-WS-RUN-TIME           PIC 9(08)  VALUE ZERO.
001340 01  DL280-WS-SWITCHES.
001350     05  DL280-WS-IN-EOF-SW      PIC X(01)  VALUE "N".
001360         88  DL280-EOF-INPUT                VALUE "Y".
001370     05  DL280-WS-BHS-EOF-SW     PIC X(01)  VALUE "N".
001380         88  DL280-EOF-HISTORY              VALUE "Y".
001390     05  DL280-WS-BRN-EOF-SW     PIC X(01)  VALUE "N".
001400         88  DL280-EOF-BRANCHES             VALUE "Y".
001410     05  DL280-WS-BRNM-LOAD-SW   PIC X(01)  VALUE "N".
001420         88  DL280-BRNM-LOADED              VALUE "Y".
001430     05  DL280-WS-FULL-SW        PIC X(01)  VALUE "N".
001440         88  DL280-TABLE-FILLED             VALUE "Y".
001450     05  DL280-WS-WANTED-SW      PIC X(01)  VALUE "N".
001460         88  DL280-ROW-WANTED               VALUE "Y".
001461     05  DL280-WS-NIGHT-SW       PIC X(01)  VALUE "N".
001462         88  DL280-NIGHTLY-RUN              VALUE "Y".
001470 01  DL280-WS-RUN-DATE.
001480     05  DL280-WS-RUN-CCYY       PIC 9(04).
001490     05  DL280-WS-RUN-MM         PIC 9(02).
001500     05  DL280-WS-RUN-DD         PIC 9(02).
001510***************************************************************
001520*  WEEKDAY NAMES, MONDAY FIRST, FOR THE DATE HEADINGS.
001530***************************************************************
001540 01  DL280-WS-DAY-NAMES.
001550     05  FILLER                  PIC X(09)  VALUE "MONDAY   ".
001560     05  FILLER                  PIC X(09)  VALUE "TUESDAY  ".
001570     05  FILLER                  PIC X(09)  VALUE "WEDNESDAY".
001580     05  FILLER                  PIC X(09)  VALUE "THURSDAY ".
001590     05  FILLER                  PIC X(09)  VALUE "FRIDAY   ".
001600     05  FILLER                  PIC X(09)  VALUE "SATURDAY ".
001610     05  FILLER                  PIC X(09)  VALUE "SUNDAY   ".
001620 01  DL280-WS-DAY-NAME-TAB REDEFINES DL280-WS-DAY-NAMES.
001630     05  DL280-WS-DAY-NAME OCCURS 7 TIMES
001640                                 PIC X(09).
001650***************************************************************
001660*  THE BUSINESS DATES BEING EXAMINED - THE PARM DATE, OR
001670*  TONIGHT'S DAILYCNT HEADERS - WITH EACH DATE'S INTEGER DAY
001680*  NUMBER FOR THE WEEKDAY ARITHMETIC.
001690***************************************************************
001700 01  DL280-WS-DAY-TABLE.
001710     05  DL280-WS-DAY-ENTRY OCCURS 50 TIMES.
001720         10  DL280-WS-DY-DATE    PIC 9(08).
001730         10  DL280-WS-DY-INT     PIC 9(08)  COMP.
001740***************************************************************
001750*  BRANCH HISTORY TABLE - THE BRNHIST ROWS FOR THE DATES
001760*  BEING EXAMINED AND THEIR SAME-WEEKDAY TRAILING DATES,
001770*  ONE ENTRY PER DATE AND BRANCH (THE LAST ROW ON FILE).
001780***************************************************************
001790 01  DL280-WS-HIST-TABLE.
001800     05  DL280-WS-HIST-ENTRY OCCURS 2000 TIMES.
001810         10  DL280-WS-HS-DATE    PIC 9(08).
001820         10  DL280-WS-HS-INT     PIC 9(08)  COMP.
001830         10  DL280-WS-HS-BRANCH  PIC 9(03).
001840         10  DL280-WS-HS-DETAILS PIC 9(05).
001850         10  DL280-WS-HS-VOLUME  PIC 9(09).
001860         10  DL280-WS-HS-REJECTS PIC 9(05).
001870***************************************************************
001880*  THE BRANCHES ON ONE DATE'S PAGE, IN BRANCH ORDER - EVERY
001890*  BRANCH WITH A ROW FOR THE DATE OR ITS TRAILING WEEKS.
001900***************************************************************
001910 01  DL280-WS-LIST-TABLE.
001920     05  DL280-WS-LIST-ENTRY OCCURS 100 TIMES.
001930         10  DL280-WS-LS-BRANCH  PIC 9(03).
001940***************************************************************
001950*  BRANCH MASTER TABLE - NAMES FOR THE REPORT, AND THE
001960*  STATUS THAT KEEPS A CLOSED OR MERGED BRANCH FROM BEING
001970*  CHASED FOR A FEED IT WILL NEVER SEND AGAIN.
001980***************************************************************
001990 01  DL280-WS-BRNM-TABLE.
002000     05  DL280-WS-BRNM-ENTRY OCCURS 50 TIMES.
002010         10  DL280-WS-BM-CODE    PIC 9(03).
002020         10  DL280-WS-BM-NAME    PIC X(20).
002030         10  DL280-WS-BM-STATUS  PIC X(01).
002040             88  DL280-BM-IS-OPEN        VALUE "O".
002050***************************************************************
002060*  REPORT LINE LAYOUTS
002070***************************************************************
002080 01  DL280-WS-HDR-LINE.
002090     05  FILLER                  PIC X(30)
002100             VALUE "ANOMRPT BRANCH VOLUME ANOMALIE".
002110     05  FILLER                  PIC X(04)  VALUE "S - ".
002120     05  DL280-HL-CCYY           PIC 9(04).
002130     05  FILLER                  PIC X(01)  VALUE "-".
002140     05  DL280-HL-MM             PIC 9(02).
002150     05  FILLER                  PIC X(01)  VALUE "-".
002160     05  DL280-HL-DD             PIC 9(02).
002170     05  FILLER                  PIC X(36)  VALUE SPACES.
002180 01  DL280-WS-TOL-LINE.
002190     05  FILLER                  PIC X(14)
002200             VALUE "TOLERANCE +/- ".
002210     05  DL280-TL-TOLERANCE      PIC ZZ9.
002220     05  FILLER                  PIC X(30)
002230             VALUE " PCT OF THE SAME-WEEKDAY AVERA".
002240     05  FILLER                  PIC X(10)  VALUE "GE OVER   ".
002250     05  DL280-TL-WEEKS          PIC Z9.
002260     05  FILLER                  PIC X(06)  VALUE " WEEKS".
002270     05  FILLER                  PIC X(15)  VALUE SPACES.
002280 01  DL280-WS-DAY-LINE.
002290     05  FILLER                  PIC X(14)
002300             VALUE "BUSINESS DATE ".
002310     05  DL280-DY-DATE           PIC 9(08).
002320     05  FILLER                  PIC X(02)  VALUE SPACES.
002330     05  DL280-DY-NAME           PIC X(09).
002340     05  FILLER                  PIC X(47)  VALUE SPACES.
002350 01  DL280-WS-COL-LINE.
002360     05  FILLER                  PIC X(30)
002370             VALUE "BRN  BRANCH NAME           DET".
002380     05  FILLER                  PIC X(30)
002390             VALUE "S    VOLUME   AVERAGE WK  VAR%".
002400     05  FILLER                  PIC X(20)
002410             VALUE "  REJS FLAG         ".
002420 01  DL280-WS-DET-LINE.
002430     05  DL280-DL-BRANCH         PIC 9(03).
002440     05  FILLER                  PIC X(02)  VALUE SPACES.
002450     05  DL280-DL-NAME           PIC X(20).
002460     05  FILLER                  PIC X(01)  VALUE SPACES.
002470     05  DL280-DL-DETAILS        PIC ZZZZ9.
002480     05  FILLER                  PIC X(01)  VALUE SPACES.
002490     05  DL280-DL-VOLUME         PIC ZZZZZZZZ9.
002500     05  FILLER                  PIC X(01)  VALUE SPACES.
002510     05  DL280-DL-AVERAGE        PIC ZZZZZZZZ9.
002520     05  FILLER                  PIC X(01)  VALUE SPACES.
002530     05  DL280-DL-WEEKS          PIC Z9.
002540     05  FILLER                  PIC X(01)  VALUE SPACES.
002550     05  DL280-DL-VARIANCE       PIC -(4)9.
002560     05  FILLER                  PIC X(01)  VALUE SPACES.
002570     05  DL280-DL-REJECTS        PIC ZZZZ9.
002580     05  FILLER                  PIC X(01)  VALUE SPACES.
002590     05  DL280-DL-FLAG           PIC X(13).
002600 01  DL280-WS-SUM-LINE.
002610     05  DL280-SL-LABEL          PIC X(26).
002620     05  DL280-SL-COUNT          PIC ZZZZZZ9.
002630     05  FILLER                  PIC X(47)  VALUE SPACES.
002640 LINKAGE SECTION.
002650***************************************************************
002660*  DL280-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
002670*                       COLUMNS 1-8 ARE THE BUSINESS DATE,
002680*                       9-11 THE TOLERANCE PERCENT, AND 12-13
002690*                       THE WEEKS OF HISTORY.
002700***************************************************************
002710 01  DL280-PARM-AREA.
002720     05  DL280-PARM-LEN          PIC S9(04) COMP.
002730     05  DL280-PARM-TEXT         PIC X(80).
002740     05  DL280-PARM-FIELDS REDEFINES DL280-PARM-TEXT.
002750         10  DL280-PARM-BUS-DATE PIC X(08).
002760         10  DL280-PARM-BUS-DATE-N REDEFINES
002770             DL280-PARM-BUS-DATE PIC 9(08).
002780         10  DL280-PARM-TOLERANCE
002790                                 PIC X(03).
002800         10  DL280-PARM-TOLERANCE-N REDEFINES
002810             DL280-PARM-TOLERANCE
002820                                 PIC 9(03).
002830         10  DL280-PARM-WEEKS    PIC X(02).
002840         10  DL280-PARM-WEEKS-N REDEFINES
002850             DL280-PARM-WEEKS    PIC 9(02).
002860         10  FILLER              PIC X(67).
002870 PROCEDURE DIVISION USING DL280-PARM-AREA.
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900     IF DL280-WS-RETURN-CODE < 0016
002910         PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
002920             UNTIL DL280-EOF-HISTORY
002930         MOVE 1 TO DL280-WS-DAY-IDX
002940         PERFORM 5000-REPORT-DATE THRU 5000-EXIT
002950             UNTIL DL280-WS-DAY-IDX > DL280-WS-DAY-USED
002960     END-IF.
002970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002980     MOVE DL280-WS-RETURN-CODE TO RETURN-CODE.
002990     STOP RUN.
003000
003010***************************************************************
003020*  1000-INITIALIZE  --  OPEN THE REPORT, TAKE THE TOLERANCE
003030*                       AND WEEKS FROM THE PARM, SETTLE WHICH
003040*                       BUSINESS DATES ARE EXAMINED (THE PARM
003050*                       DATE OR TONIGHT'S DAILYCNT HEADERS),
003060*                       LOAD THE BRANCH MASTER, AND OPEN THE
003070*                       BRANCH HISTORY.
003080***************************************************************
003090 1000-INITIALIZE.
003100     ACCEPT DL280-WS-RUN-DATE FROM DATE YYYYMMDD.
003110     OPEN OUTPUT DL280-RPT-FILE.
003120     IF DL280-WS-RPT-STATUS NOT = "00"
003130         DISPLAY "ANOMRPT: UNABLE TO OPEN ANOMRPT, STATUS = "
003140             DL280-WS-RPT-STATUS
003150         MOVE 0016 TO DL280-WS-RETURN-CODE
003160         GO TO 1000-EXIT.
003170     MOVE DL280-WS-RUN-CCYY TO DL280-HL-CCYY.
003180     MOVE DL280-WS-RUN-MM TO DL280-HL-MM.
003190     MOVE DL280-WS-RUN-DD TO DL280-HL-DD.
003200     MOVE DL280-WS-HDR-LINE TO DL280-RPT-RECORD.
003210     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003220     IF DL280-PARM-LEN > 8
003230         AND DL280-PARM-TOLERANCE NOT = SPACES
003240         IF DL280-PARM-TOLERANCE NUMERIC
003250             IF DL280-PARM-TOLERANCE-N > ZERO
003260                 MOVE DL280-PARM-TOLERANCE-N
003270                     TO DL280-WS-TOLERANCE
003280             END-IF
003290         ELSE
003300             DISPLAY "ANOMRPT: PARM TOLERANCE "
003310                 DL280-PARM-TOLERANCE " IS NOT NUMERIC"
003320             MOVE 0016 TO DL280-WS-RETURN-CODE
003330             GO TO 1000-EXIT
003340         END-IF
003350     END-IF.
003360     IF DL280-PARM-LEN > 11
003370         AND DL280-PARM-WEEKS NOT = SPACES
003380         IF DL280-PARM-WEEKS NUMERIC
003390             AND DL280-PARM-WEEKS-N NOT > 12
003400             IF DL280-PARM-WEEKS-N > ZERO
003410                 MOVE DL280-PARM-WEEKS-N TO DL280-WS-WEEKS
003420             END-IF
003430         ELSE
003440             DISPLAY "ANOMRPT: PARM WEEKS "
003450                 DL280-PARM-WEEKS " IS NOT 01 TO 12"
003460             MOVE 0016 TO DL280-WS-RETURN-CODE
003470             GO TO 1000-EXIT
003480         END-IF
003490     END-IF.
003500     COMPUTE DL280-WS-SPAN-DAYS = DL280-WS-WEEKS * 7.
003510     MOVE DL280-WS-TOLERANCE TO DL280-TL-TOLERANCE.
003520     MOVE DL280-WS-WEEKS TO DL280-TL-WEEKS.
003530     MOVE DL280-WS-TOL-LINE TO DL280-RPT-RECORD.
003540     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003550     IF DL280-PARM-LEN > ZERO
003560         AND DL280-PARM-BUS-DATE NOT = SPACES
003570         AND DL280-PARM-BUS-DATE NOT = ZEROS
003580         IF DL280-PARM-BUS-DATE NUMERIC
003590             MOVE DL280-PARM-BUS-DATE-N TO DL280-WS-SRCH-DATE
003600             PERFORM 1250-ADD-DAY THRU 1250-EXIT
003610         END-IF
003620         IF DL280-WS-DAY-USED = ZERO
003630             DISPLAY "ANOMRPT: PARM BUSINESS DATE "
003640                 DL280-PARM-BUS-DATE " IS NOT CCYYMMDD"
003650             MOVE 0016 TO DL280-WS-RETURN-CODE
003660             GO TO 1000-EXIT
003670         END-IF
003680     ELSE
003690         PERFORM 1100-GATHER-DATES THRU 1100-EXIT
003700     END-IF.
003710     IF DL280-WS-RETURN-CODE NOT < 0016
003720         GO TO 1000-EXIT.
003730     IF DL280-WS-DAY-USED = ZERO
003740         MOVE "NO BUSINESS DATES TO EXAMINE" TO DL280-RPT-RECORD
003750         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
003760         MOVE 0004 TO DL280-WS-RETURN-CODE
003770     END-IF.
003780     PERFORM 1500-LOAD-BRANCHES THRU 1500-EXIT.
003790     OPEN INPUT DL280-BHS-FILE.
003800     IF DL280-WS-BHS-STATUS NOT = "00"
003810         DISPLAY "ANOMRPT: UNABLE TO OPEN BRNHIST, STATUS = "
003820             DL280-WS-BHS-STATUS
003830         SET DL280-EOF-HISTORY TO TRUE
003840         MOVE 0016 TO DL280-WS-RETURN-CODE
003850     END-IF.
003860 1000-EXIT.
003870     EXIT.
003880
003890***************************************************************
003900*  1100-GATHER-DATES  --  COLLECT THE DISTINCT BUSINESS DATES
003910*                         FROM TONIGHT'S DAILYCNT HEADERS.
003920***************************************************************
003930 1100-GATHER-DATES.
003935     SET DL280-NIGHTLY-RUN TO TRUE.
003940     OPEN INPUT DL280-IN-FILE.
003950     IF DL280-WS-IN-STATUS NOT = "00"
003960         DISPLAY "ANOMRPT: UNABLE TO OPEN DAILYCNT, STATUS = "
003970             DL280-WS-IN-STATUS
003980         MOVE 0016 TO DL280-WS-RETURN-CODE
003990         GO TO 1100-EXIT.
004000     PERFORM 1200-SCAN-INPUT THRU 1200-EXIT
004010         UNTIL DL280-EOF-INPUT.
004020     CLOSE DL280-IN-FILE.
004030 1100-EXIT.
004040     EXIT.
004050
004060 1200-SCAN-INPUT.
004070     READ DL280-IN-FILE
004080         AT END
004090             SET DL280-EOF-INPUT TO TRUE
004100             GO TO 1200-EXIT
004110     END-READ.
004120     IF NOT DL100-IN-IS-HDR
004130         GO TO 1200-EXIT.
004140     IF DL100-IN-HDR-DATE NOT NUMERIC
004150         OR DL100-IN-HDR-DATE = ZERO
004160         GO TO 1200-EXIT.
004170     MOVE DL100-IN-HDR-DATE TO DL280-WS-SRCH-DATE.
004180     PERFORM 1250-ADD-DAY THRU 1250-EXIT.
004190 1200-EXIT.
004200     EXIT.
004210
004220***************************************************************
004230*  1250-ADD-DAY  --  ADD DL280-WS-SRCH-DATE TO THE DATES
004240*                    BEING EXAMINED, ONCE, WITH ITS INTEGER
004250*                    DAY NUMBER.  A DATE THAT IS NOT A REAL
004260*                    CALENDAR DATE IS PASSED OVER.
004270***************************************************************
004280 1250-ADD-DAY.
004290     PERFORM 1300-FIND-DAY-ENTRY THRU 1300-EXIT.
004300     IF DL280-WS-DAY-FOUND > ZERO
004310         GO TO 1250-EXIT.
004320     IF DL280-WS-DAY-USED >= 50
004330         DISPLAY "ANOMRPT: DATE TABLE FULL, "
004340             DL280-WS-SRCH-DATE " NOT EXAMINED"
004350         SET DL280-TABLE-FILLED TO TRUE
004360         GO TO 1250-EXIT.
004370     MOVE FUNCTION INTEGER-OF-DATE(DL280-WS-SRCH-DATE)
004380         TO DL280-WS-ROW-INT.
004390     IF DL280-WS-ROW-INT = ZERO
004400         GO TO 1250-EXIT.
004410     ADD 1 TO DL280-WS-DAY-USED.
004420     MOVE DL280-WS-SRCH-DATE
004430         TO DL280-WS-DY-DATE(DL280-WS-DAY-USED).
004440     MOVE DL280-WS-ROW-INT
004450         TO DL280-WS-DY-INT(DL280-WS-DAY-USED).
004460 1250-EXIT.
004470     EXIT.
004480
004490 1300-FIND-DAY-ENTRY.
004500     MOVE ZERO TO DL280-WS-DAY-FOUND.
004510     MOVE 1 TO DL280-WS-DAY-IDX.
004520     PERFORM 1310-TEST-DAY-ENTRY THRU 1310-EXIT
004530         UNTIL DL280-WS-DAY-FOUND > ZERO
004540         OR DL280-WS-DAY-IDX > DL280-WS-DAY-USED.
004550 1300-EXIT.
004560     EXIT.
004570
004580 1310-TEST-DAY-ENTRY.
004590     IF DL280-WS-DY-DATE(DL280-WS-DAY-IDX)
004600         = DL280-WS-SRCH-DATE
004610         MOVE DL280-WS-DAY-IDX TO DL280-WS-DAY-FOUND
004620     ELSE
004630         ADD 1 TO DL280-WS-DAY-IDX
004640     END-IF.
004650 1310-EXIT.
004660     EXIT.
004670
004680***************************************************************
004690*  1500-LOAD-BRANCHES  --  LOAD THE BRANCH MASTER FOR NAMES
004700*                          AND STATUS.  WITHOUT IT THE REPORT
004710*                          STILL RUNS - UNNAMED, AND CHASING
004720*                          EVERY BRANCH WITH HISTORY.
004730***************************************************************
004740 1500-LOAD-BRANCHES.
004750     OPEN INPUT DL280-BRN-FILE.
004760     IF DL280-WS-BRN-STATUS NOT = "00"
004770         DISPLAY "ANOMRPT: BRANCHDD NOT AVAILABLE, STATUS = "
004780             DL280-WS-BRN-STATUS ", BRANCHES NOT NAMED"
004790         GO TO 1500-EXIT.
004800     SET DL280-BRNM-LOADED TO TRUE.
004810     PERFORM 1510-LOAD-BRN-ROW THRU 1510-EXIT
004820         UNTIL DL280-EOF-BRANCHES.
004830     CLOSE DL280-BRN-FILE.
004840 1500-EXIT.
004850     EXIT.
004860
004870 1510-LOAD-BRN-ROW.
004880     READ DL280-BRN-FILE NEXT RECORD
004890         AT END
004900             SET DL280-EOF-BRANCHES TO TRUE
004910             GO TO 1510-EXIT
004920     END-READ.
004930     IF DL280-WS-BRNM-USED >= 50
004940         DISPLAY "ANOMRPT: BRANCH TABLE FULL, BRANCH "
004950             DL100-BRN-BRANCH " NOT LOADED"
004960         GO TO 1510-EXIT.
004970     ADD 1 TO DL280-WS-BRNM-USED.
004980     MOVE DL100-BRN-BRANCH
004990         TO DL280-WS-BM-CODE(DL280-WS-BRNM-USED).
005000     MOVE DL100-BRN-NAME
005010         TO DL280-WS-BM-NAME(DL280-WS-BRNM-USED).
005020     MOVE DL100-BRN-STATUS
005030         TO DL280-WS-BM-STATUS(DL280-WS-BRNM-USED).
005040 1510-EXIT.
005050     EXIT.
005060
005070 1600-FIND-BRN-ENTRY.
005080     MOVE ZERO TO DL280-WS-BRNM-FOUND.
005090     MOVE 1 TO DL280-WS-BRNM-IDX.
005100     PERFORM 1610-TEST-BRN-ENTRY THRU 1610-EXIT
005110         UNTIL DL280-WS-BRNM-FOUND > ZERO
005120         OR DL280-WS-BRNM-IDX > DL280-WS-BRNM-USED.
005130 1600-EXIT.
005140     EXIT.
005150
005160 1610-TEST-BRN-ENTRY.
005170     IF DL280-WS-BM-CODE(DL280-WS-BRNM-IDX)
005180         = DL280-WS-SRCH-BRANCH
005190         MOVE DL280-WS-BRNM-IDX TO DL280-WS-BRNM-FOUND
005200     ELSE
005210         ADD 1 TO DL280-WS-BRNM-IDX
005220     END-IF.
005230 1610-EXIT.
005240     EXIT.
005250
005260***************************************************************
005270*  2000-LOAD-HISTORY  --  TAKE ONE BRNHIST ROW WHEN ITS DATE
005280*                         IS A DATE BEING EXAMINED OR ONE OF
005290*                         THAT DATE'S SAME-WEEKDAY TRAILING
005300*                         DATES.  A LATER ROW FOR THE SAME
005310*                         DATE AND BRANCH REPLACES AN EARLIER
005320*                         ONE.
005330***************************************************************
005340 2000-LOAD-HISTORY.
005350     READ DL280-BHS-FILE
005360         AT END
005370             SET DL280-EOF-HISTORY TO TRUE
005380             GO TO 2000-EXIT
005390     END-READ.
005400     ADD 1 TO DL280-WS-BHS-READ-COUNT.
005410     IF DL100-BHS-BUS-DATE NOT NUMERIC
005420         OR DL100-BHS-BUS-DATE = ZERO
005430         OR DL100-BHS-BRANCH NOT NUMERIC
005440         GO TO 2000-EXIT.
005450     MOVE FUNCTION INTEGER-OF-DATE(DL100-BHS-BUS-DATE)
005460         TO DL280-WS-ROW-INT.
005470     IF DL280-WS-ROW-INT = ZERO
005480         GO TO 2000-EXIT.
005490     MOVE "N" TO DL280-WS-WANTED-SW.
005500     MOVE 1 TO DL280-WS-DAY-IDX.
005510     PERFORM 2050-TEST-ROW-WANTED THRU 2050-EXIT
005520         UNTIL DL280-ROW-WANTED
005530         OR DL280-WS-DAY-IDX > DL280-WS-DAY-USED.
005540     IF NOT DL280-ROW-WANTED
005550         GO TO 2000-EXIT.
005560     MOVE DL100-BHS-BUS-DATE TO DL280-WS-SRCH-DATE.
005570     MOVE DL100-BHS-BRANCH TO DL280-WS-SRCH-BRANCH.
005580     PERFORM 2100-FIND-HIST-ENTRY THRU 2100-EXIT.
005590     IF DL280-WS-HIST-FOUND = ZERO
005600         IF DL280-WS-HIST-USED >= 2000
005610             IF NOT DL280-TABLE-FILLED
005620                 DISPLAY "ANOMRPT: HISTORY TABLE FULL AT "
005630                     DL280-WS-SRCH-DATE " BRANCH "
005640                     DL280-WS-SRCH-BRANCH
005650             END-IF
005660             SET DL280-TABLE-FILLED TO TRUE
005670             GO TO 2000-EXIT
005680         END-IF
005690         ADD 1 TO DL280-WS-HIST-USED
005700         MOVE DL280-WS-HIST-USED TO DL280-WS-HIST-FOUND
005710         MOVE DL280-WS-SRCH-DATE
005720             TO DL280-WS-HS-DATE(DL280-WS-HIST-FOUND)
005730         MOVE DL280-WS-ROW-INT
005740             TO DL280-WS-HS-INT(DL280-WS-HIST-FOUND)
005750         MOVE DL280-WS-SRCH-BRANCH
005760             TO DL280-WS-HS-BRANCH(DL280-WS-HIST-FOUND)
005770     END-IF.
005780     ADD 1 TO DL280-WS-BHS-USED-COUNT.
005790     MOVE DL100-BHS-DET-COUNT
005800         TO DL280-WS-HS-DETAILS(DL280-WS-HIST-FOUND).
005810     MOVE DL100-BHS-VOLUME
005820         TO DL280-WS-HS-VOLUME(DL280-WS-HIST-FOUND).
005830     MOVE DL100-BHS-REJ-COUNT
005840         TO DL280-WS-HS-REJECTS(DL280-WS-HIST-FOUND).
005850 2000-EXIT.
005860     EXIT.
005870
005880***************************************************************
005890*  2050-TEST-ROW-WANTED  --  IS THE ROW'S DATE THE DATE
005900*                            BEING EXAMINED, OR A WHOLE
005910*                            NUMBER OF WEEKS BEFORE IT
005920*                            WITHIN THE WEEKS AVERAGED?
005930***************************************************************
005940 2050-TEST-ROW-WANTED.
005950     COMPUTE DL280-WS-DIFF =
005960         DL280-WS-DY-INT(DL280-WS-DAY-IDX) - DL280-WS-ROW-INT.
005970     IF DL280-WS-DIFF NOT < ZERO
005980         AND DL280-WS-DIFF NOT > DL280-WS-SPAN-DAYS
005990         DIVIDE DL280-WS-DIFF BY 7
006000             GIVING DL280-WS-QUOT
006010             REMAINDER DL280-WS-REM
006020         IF DL280-WS-REM = ZERO
006030             SET DL280-ROW-WANTED TO TRUE
006040         END-IF
006050     END-IF.
006060     ADD 1 TO DL280-WS-DAY-IDX.
006070 2050-EXIT.
006080     EXIT.
006090
006100 2100-FIND-HIST-ENTRY.
006110     MOVE ZERO TO DL280-WS-HIST-FOUND.
006120     MOVE 1 TO DL280-WS-HIST-IDX.
006130     PERFORM 2110-TEST-HIST-ENTRY THRU 2110-EXIT
006140         UNTIL DL280-WS-HIST-FOUND > ZERO
006150         OR DL280-WS-HIST-IDX > DL280-WS-HIST-USED.
006160 2100-EXIT.
006170     EXIT.
006180
006190 2110-TEST-HIST-ENTRY.
006200     IF DL280-WS-HS-DATE(DL280-WS-HIST-IDX)
006210         = DL280-WS-SRCH-DATE
006220         AND DL280-WS-HS-BRANCH(DL280-WS-HIST-IDX)
006230         = DL280-WS-SRCH-BRANCH
006240         MOVE DL280-WS-HIST-IDX TO DL280-WS-HIST-FOUND
006250     ELSE
006260         ADD 1 TO DL280-WS-HIST-IDX
006270     END-IF.
006280 2110-EXIT.
006290     EXIT.
006300
006310***************************************************************
006320*  5000-REPORT-DATE  --  ONE BUSINESS DATE'S PAGE: THE DATE
006330*                        AND ITS WEEKDAY, A LINE PER BRANCH
006340*                        WITH ITS DAY AGAINST ITS AVERAGE AND
006350*                        ANY FLAG, AND THE DATE'S COUNTS.
006360***************************************************************
006370 5000-REPORT-DATE.
006380     MOVE ZERO TO DL280-WS-DATE-FLAGGED.
006390     MOVE ZERO TO DL280-WS-DATE-LISTED.
006400     MOVE SPACES TO DL280-RPT-RECORD.
006410     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
006420     MOVE DL280-WS-DY-DATE(DL280-WS-DAY-IDX) TO DL280-DY-DATE.
006430*    DAY 1 OF THE INTEGER DATE BASE WAS A MONDAY, SO THE
006440*    REMAINDER OF THE INTEGER OVER SEVEN GIVES THE DAY OF
006450*    WEEK, WITH ZERO MEANING SUNDAY.
006460     DIVIDE DL280-WS-DY-INT(DL280-WS-DAY-IDX) BY 7
006470         GIVING DL280-WS-QUOT
006480         REMAINDER DL280-WS-DOW.
006490     IF DL280-WS-DOW = ZERO
006500         MOVE 7 TO DL280-WS-DOW
006510     END-IF.
006520     MOVE DL280-WS-DAY-NAME(DL280-WS-DOW) TO DL280-DY-NAME.
006530     MOVE DL280-WS-DAY-LINE TO DL280-RPT-RECORD.
006540     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
006550     MOVE DL280-WS-COL-LINE TO DL280-RPT-RECORD.
006560     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
006570     MOVE ZERO TO DL280-WS-LIST-USED.
006580     MOVE 1 TO DL280-WS-HIST-IDX.
006590     PERFORM 5100-COLLECT-BRANCH THRU 5100-EXIT
006600         UNTIL DL280-WS-HIST-IDX > DL280-WS-HIST-USED.
006610     MOVE 1 TO DL280-WS-LIST-IDX.
006620     PERFORM 5200-ASSESS-BRANCH THRU 5200-EXIT
006630         UNTIL DL280-WS-LIST-IDX > DL280-WS-LIST-USED.
006640     IF DL280-WS-DATE-LISTED = ZERO
006650         MOVE "  NO BRANCH HISTORY FOR THIS DATE"
006660             TO DL280-RPT-RECORD
006670         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
006680     END-IF.
006690     MOVE "  BRANCHES LISTED:        " TO DL280-SL-LABEL.
006700     MOVE DL280-WS-DATE-LISTED TO DL280-SL-COUNT.
006710     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
006720     MOVE "  BRANCHES FLAGGED:       " TO DL280-SL-LABEL.
006730     MOVE DL280-WS-DATE-FLAGGED TO DL280-SL-COUNT.
006740     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
006750     IF DL280-WS-DATE-FLAGGED > ZERO
006760         AND DL280-WS-RETURN-CODE < 0004
006770         MOVE 0004 TO DL280-WS-RETURN-CODE
006780     END-IF.
006790     ADD 1 TO DL280-WS-DAY-IDX.
006800 5000-EXIT.
006810     EXIT.
006820
006830***************************************************************
006840*  5100-COLLECT-BRANCH  --  A HISTORY ENTRY FOR THE DATE OR
006850*                           ONE OF ITS TRAILING WEEKS PUTS ITS
006860*                           BRANCH ON THE DATE'S PAGE, KEPT IN
006870*                           BRANCH ORDER.
006880***************************************************************
006890 5100-COLLECT-BRANCH.
006900     COMPUTE DL280-WS-DIFF =
006910         DL280-WS-DY-INT(DL280-WS-DAY-IDX)
006920         - DL280-WS-HS-INT(DL280-WS-HIST-IDX).
006930     IF DL280-WS-DIFF < ZERO
006940         OR DL280-WS-DIFF > DL280-WS-SPAN-DAYS
006950         GO TO 5100-NEXT.
006960     DIVIDE DL280-WS-DIFF BY 7
006970         GIVING DL280-WS-QUOT
006980         REMAINDER DL280-WS-REM.
006990     IF DL280-WS-REM NOT = ZERO
007000         GO TO 5100-NEXT.
007010     MOVE DL280-WS-HS-BRANCH(DL280-WS-HIST-IDX)
007020         TO DL280-WS-SRCH-BRANCH.
007030     MOVE 1 TO DL280-WS-LIST-POS.
007040     PERFORM 5110-FIND-LIST-POS THRU 5110-EXIT
007050         UNTIL DL280-WS-LIST-POS > DL280-WS-LIST-USED
007060         OR DL280-WS-LS-BRANCH(DL280-WS-LIST-POS)
007070            NOT < DL280-WS-SRCH-BRANCH.
007080     IF DL280-WS-LIST-POS NOT > DL280-WS-LIST-USED
007090         AND DL280-WS-LS-BRANCH(DL280-WS-LIST-POS)
007100             = DL280-WS-SRCH-BRANCH
007110         GO TO 5100-NEXT.
007120     IF DL280-WS-LIST-USED >= 100
007130         SET DL280-TABLE-FILLED TO TRUE
007140         GO TO 5100-NEXT.
007150     MOVE DL280-WS-LIST-USED TO DL280-WS-LIST-IDX.
007160     PERFORM 5120-SHIFT-LIST-ENTRY THRU 5120-EXIT
007170         UNTIL DL280-WS-LIST-IDX < DL280-WS-LIST-POS.
007180     ADD 1 TO DL280-WS-LIST-USED.
007190     MOVE DL280-WS-SRCH-BRANCH
007200         TO DL280-WS-LS-BRANCH(DL280-WS-LIST-POS).
007210 5100-NEXT.
007220     ADD 1 TO DL280-WS-HIST-IDX.
007230 5100-EXIT.
007240     EXIT.
007250
007260 5110-FIND-LIST-POS.
007270     ADD 1 TO DL280-WS-LIST-POS.
007280 5110-EXIT.
007290     EXIT.
007300
007310 5120-SHIFT-LIST-ENTRY.
007320     MOVE DL280-WS-LS-BRANCH(DL280-WS-LIST-IDX)
007330         TO DL280-WS-LS-BRANCH(DL280-WS-LIST-IDX + 1).
007340     SUBTRACT 1 FROM DL280-WS-LIST-IDX.
007350 5120-EXIT.
007360     EXIT.
007370
007380***************************************************************
007390*  5200-ASSESS-BRANCH  --  ONE BRANCH ON THE DATE'S PAGE: ITS
007400*                          DAY, THE AVERAGE OF THE TRAILING
007410*                          SAME WEEKDAYS IT HAS HISTORY FOR,
007420*                          THE VARIANCE AS A PERCENT OF THE
007430*                          AVERAGE, AND THE FLAG.  A CLOSED OR
007440*                          MERGED BRANCH THAT SENT NOTHING IS
007450*                          NOT LISTED - IT IS NOT EXPECTED.
007460***************************************************************
007470 5200-ASSESS-BRANCH.
007480     MOVE DL280-WS-LS-BRANCH(DL280-WS-LIST-IDX)
007490         TO DL280-WS-SRCH-BRANCH.
007500     MOVE ZERO TO DL280-WS-HIST-SUM.
007510     MOVE ZERO TO DL280-WS-WEEKS-FOUND.
007520     MOVE 1 TO DL280-WS-WEEK-NO.
007530     PERFORM 5210-ADD-WEEK THRU 5210-EXIT
007540         UNTIL DL280-WS-WEEK-NO > DL280-WS-WEEKS.
007550     IF DL280-WS-WEEKS-FOUND > ZERO
007560         DIVIDE DL280-WS-HIST-SUM BY DL280-WS-WEEKS-FOUND
007570             GIVING DL280-WS-AVERAGE ROUNDED
007580     ELSE
007590         MOVE ZERO TO DL280-WS-AVERAGE
007600     END-IF.
007610     PERFORM 1600-FIND-BRN-ENTRY THRU 1600-EXIT.
007620     MOVE DL280-WS-DY-DATE(DL280-WS-DAY-IDX)
007630         TO DL280-WS-SRCH-DATE.
007640     PERFORM 2100-FIND-HIST-ENTRY THRU 2100-EXIT.
007650     IF DL280-WS-HIST-FOUND = ZERO
007660         IF DL280-WS-BRNM-FOUND > ZERO
007670             AND NOT DL280-BM-IS-OPEN(DL280-WS-BRNM-FOUND)
007680             GO TO 5200-NEXT
007690         END-IF
007700         IF DL280-WS-AVERAGE = ZERO
007710             GO TO 5200-NEXT
007720         END-IF
007730     END-IF.
007740     MOVE SPACES TO DL280-DL-FLAG.
007750     MOVE DL280-WS-SRCH-BRANCH TO DL280-DL-BRANCH.
007760     IF DL280-WS-BRNM-FOUND > ZERO
007770         MOVE DL280-WS-BM-NAME(DL280-WS-BRNM-FOUND)
007780             TO DL280-DL-NAME
007790     ELSE
007800         MOVE SPACES TO DL280-DL-NAME
007810     END-IF.
007820     IF DL280-WS-HIST-FOUND > ZERO
007830         MOVE DL280-WS-HS-VOLUME(DL280-WS-HIST-FOUND)
007840             TO DL280-WS-TODAY-VOL
007850         MOVE DL280-WS-HS-DETAILS(DL280-WS-HIST-FOUND)
007860             TO DL280-DL-DETAILS
007870         MOVE DL280-WS-HS-REJECTS(DL280-WS-HIST-FOUND)
007880             TO DL280-DL-REJECTS
007890     ELSE
007900         MOVE ZERO TO DL280-WS-TODAY-VOL
007910         MOVE ZERO TO DL280-DL-DETAILS
007920         MOVE ZERO TO DL280-DL-REJECTS
007930     END-IF.
007940     MOVE DL280-WS-TODAY-VOL TO DL280-DL-VOLUME.
007950     MOVE DL280-WS-AVERAGE TO DL280-DL-AVERAGE.
007960     MOVE DL280-WS-WEEKS-FOUND TO DL280-DL-WEEKS.
007970     PERFORM 5300-SET-FLAG THRU 5300-EXIT.
007980     MOVE DL280-WS-VARIANCE TO DL280-DL-VARIANCE.
007990     MOVE DL280-WS-DET-LINE TO DL280-RPT-RECORD.
008000     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008010     ADD 1 TO DL280-WS-DATE-LISTED.
008020     ADD 1 TO DL280-WS-ASSESSED-COUNT.
008030 5200-NEXT.
008040     ADD 1 TO DL280-WS-LIST-IDX.
008050 5200-EXIT.
008060     EXIT.
008070
008080***************************************************************
008090*  5210-ADD-WEEK  --  ADD THE BRANCH'S VOLUME FOR THE SAME
008100*                     WEEKDAY DL280-WS-WEEK-NO WEEKS BACK, IF
008110*                     IT HAS A ROW FOR THAT DATE.  A WEEK WITH
008120*                     NO ROW (A HOLIDAY, OR BEFORE THE BRANCH
008130*                     OPENED) IS LEFT OUT OF THE AVERAGE.
008140***************************************************************
008150 5210-ADD-WEEK.
008160     COMPUTE DL280-WS-WEEK-INT =
008170         DL280-WS-DY-INT(DL280-WS-DAY-IDX)
008180         - (DL280-WS-WEEK-NO * 7).
008190     MOVE FUNCTION DATE-OF-INTEGER(DL280-WS-WEEK-INT)
008200         TO DL280-WS-SRCH-DATE.
008210     PERFORM 2100-FIND-HIST-ENTRY THRU 2100-EXIT.
008220     IF DL280-WS-HIST-FOUND > ZERO
008230         ADD DL280-WS-HS-VOLUME(DL280-WS-HIST-FOUND)
008240             TO DL280-WS-HIST-SUM
008250         ADD 1 TO DL280-WS-WEEKS-FOUND
008260     END-IF.
008270     ADD 1 TO DL280-WS-WEEK-NO.
008280 5210-EXIT.
008290     EXIT.
008300
008310***************************************************************
008320*  5300-SET-FLAG  --  WORK OUT THE VARIANCE AND THE FLAG FOR
008330*                     THE BRANCH JUST ASSEMBLED.  WITH NO
008340*                     HISTORY THERE IS NOTHING TO MEASURE
008350*                     AGAINST; WITH A ZERO AVERAGE ANY VOLUME
008360*                     AT ALL IS OFF THE SCALE.
008370***************************************************************
008380 5300-SET-FLAG.
008390     MOVE ZERO TO DL280-WS-VARIANCE.
008400     IF DL280-WS-WEEKS-FOUND = ZERO
008410         MOVE "NO HISTORY" TO DL280-DL-FLAG
008420         ADD 1 TO DL280-WS-NEW-COUNT
008430         GO TO 5300-EXIT.
008440     IF DL280-WS-HIST-FOUND = ZERO
008450         MOVE -100 TO DL280-WS-VARIANCE
008460         MOVE "NOT RECEIVED" TO DL280-DL-FLAG
008470         ADD 1 TO DL280-WS-MISSING-COUNT
008480         ADD 1 TO DL280-WS-DATE-FLAGGED
008490         GO TO 5300-EXIT.
008500     IF DL280-WS-AVERAGE = ZERO
008510         IF DL280-WS-TODAY-VOL > ZERO
008520             MOVE 9999 TO DL280-WS-VARIANCE
008530         END-IF
008540     ELSE
008550         COMPUTE DL280-WS-VARIANCE ROUNDED =
008560             ((DL280-WS-TODAY-VOL - DL280-WS-AVERAGE) * 100)
008570             / DL280-WS-AVERAGE
008580             ON SIZE ERROR
008590                 MOVE 9999 TO DL280-WS-VARIANCE
008600         END-COMPUTE
008610     END-IF.
008620     IF DL280-WS-VARIANCE > DL280-WS-TOLERANCE
008630         MOVE "HIGH" TO DL280-DL-FLAG
008640         ADD 1 TO DL280-WS-HIGH-COUNT
008650         ADD 1 TO DL280-WS-DATE-FLAGGED
008660     ELSE
008670         IF DL280-WS-VARIANCE < ZERO
008680             AND (ZERO - DL280-WS-VARIANCE) > DL280-WS-TOLERANCE
008690             MOVE "LOW" TO DL280-DL-FLAG
008700             ADD 1 TO DL280-WS-LOW-COUNT
008710             ADD 1 TO DL280-WS-DATE-FLAGGED
008720         END-IF
008730     END-IF.
008740 5300-EXIT.
008750     EXIT.
008760
008770 8100-WRITE-RPT-LINE.
008780     IF DL280-WS-RPT-STATUS = "00"
008790         WRITE DL280-RPT-RECORD
008800     END-IF.
008810 8100-EXIT.
008820     EXIT.
008830
008840***************************************************************
008850*  9000-TERMINATE  --  PRINT THE RUN SUMMARY, SET THE
008860*                      CONDITION CODE, AND CLOSE THE FILES.
008870***************************************************************
008880 9000-TERMINATE.
008890     MOVE SPACES TO DL280-RPT-RECORD.
008900     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
008910     MOVE "DATES EXAMINED:          " TO DL280-SL-LABEL.
008920     MOVE DL280-WS-DAY-USED TO DL280-SL-COUNT.
008930     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008940     MOVE "HISTORY ROWS READ:        " TO DL280-SL-LABEL.
008950     MOVE DL280-WS-BHS-READ-COUNT TO DL280-SL-COUNT.
008960     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
008970     MOVE "  USED FOR THESE DATES:   " TO DL280-SL-LABEL.
008980     MOVE DL280-WS-BHS-USED-COUNT TO DL280-SL-COUNT.
008990     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009000     MOVE "BRANCH-DATES ASSESSED:    " TO DL280-SL-LABEL.
009010     MOVE DL280-WS-ASSESSED-COUNT TO DL280-SL-COUNT.
009020     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009030     MOVE "  FLAGGED HIGH:           " TO DL280-SL-LABEL.
009040     MOVE DL280-WS-HIGH-COUNT TO DL280-SL-COUNT.
009050     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009060     MOVE "  FLAGGED LOW:            " TO DL280-SL-LABEL.
009070     MOVE DL280-WS-LOW-COUNT TO DL280-SL-COUNT.
009080     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009090     MOVE "  FLAGGED NOT RECEIVED:   " TO DL280-SL-LABEL.
009100     MOVE DL280-WS-MISSING-COUNT TO DL280-SL-COUNT.
009110     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009120     MOVE "  NO HISTORY YET:         " TO DL280-SL-LABEL.
009130     MOVE DL280-WS-NEW-COUNT TO DL280-SL-COUNT.
009140     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
009150     IF DL280-TABLE-FILLED
009160         MOVE "TABLE FULL - REPORT INCOMPLETE"
009170             TO DL280-RPT-RECORD
009180         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
009190         IF DL280-WS-RETURN-CODE < 0004
009200             MOVE 0004 TO DL280-WS-RETURN-CODE
009210         END-IF
009220     END-IF.
009230     IF DL280-WS-BHS-STATUS = "00" OR "10"
009240         CLOSE DL280-BHS-FILE
009250     END-IF.
009260     IF DL280-WS-RPT-STATUS = "00"
009270         CLOSE DL280-RPT-FILE
009280     END-IF.
009285     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
009290     DISPLAY "ANOMRPT: RETURN CODE " DL280-WS-RETURN-CODE.
009300 9000-EXIT.
009310     EXIT.
009320
009330 9100-PRINT-SUM-LINE.
009340     MOVE DL280-WS-SUM-LINE TO DL280-RPT-RECORD.
009350     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
009360 9100-EXIT.
009370     EXIT.
009380
009390***************************************************************
009400*  9200-WRITE-RUN-CONTROL  --  ON THE NIGHTLY RUN, ONE LEDGER
009410*                              ROW PER BUSINESS DATE EXAMINED,
009420*                              WITH THE RUN'S FINAL RETURN
009430*                              CODE.  A LEDGER THAT WILL NOT
009440*                              OPEN LEAVES THE STEP UNRECORDED
009450*                              BUT DOES NOT CHANGE THE CODE.
009460***************************************************************
009470 9200-WRITE-RUN-CONTROL.
009480     IF NOT DL280-NIGHTLY-RUN
009490         OR DL280-WS-DAY-USED = ZERO
009500         GO TO 9200-EXIT.
009510     OPEN OUTPUT DL280-RCL-FILE.
009520     IF DL280-WS-RCL-STATUS NOT = "00"
009530         DISPLAY "ANOMRPT: RUNCTL NOT AVAILABLE, STATUS = "
009540             DL280-WS-RCL-STATUS " - STEP NOT RECORDED"
009550         GO TO 9200-EXIT.
009560     ACCEPT DL280-WS-RUN-TIME FROM TIME.
009570     MOVE 1 TO DL280-WS-DAY-IDX.
009580     PERFORM 9210-PUT-RCL-ROW THRU 9210-EXIT
009590         UNTIL DL280-WS-DAY-IDX > DL280-WS-DAY-USED.
009600     CLOSE DL280-RCL-FILE.
009610 9200-EXIT.
009620     EXIT.
009630
009640 9210-PUT-RCL-ROW.
009650     MOVE SPACES TO DL100-RCL-RECORD.
009660     MOVE DL280-WS-DY-DATE(DL280-WS-DAY-IDX)
009670         TO DL100-RCL-BUS-DATE.
009680     MOVE "ANOMSTP" TO DL100-RCL-STEP.
009690     MOVE "ANOMRPT" TO DL100-RCL-PROGRAM.
009700     MOVE DL280-WS-RETURN-CODE TO DL100-RCL-RC.
009710     SET DL100-RCL-IS-STEP TO TRUE.
009720     MOVE DL280-WS-RUN-DATE TO DL100-RCL-RUN-DATE.
009730     MOVE DL280-WS-RUN-TIME(1:6) TO DL100-RCL-RUN-TIME.
009740     WRITE DL100-RCL-RECORD.
009750     IF DL280-WS-RCL-STATUS NOT = "00"
009760         DISPLAY "ANOMRPT: UNABLE TO WRITE RUNCTL, STATUS = "
009770             DL280-WS-RCL-STATUS
009780     END-IF.
009790     ADD 1 TO DL280-WS-DAY-IDX.
009800 9210-EXIT.
009810     EXIT.
