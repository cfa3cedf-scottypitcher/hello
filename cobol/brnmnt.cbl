000190*      COLS 35-37  BRANCH MERGED INTO (ACTION "M" ONLY)
000200*      COLS 38-45  USER ID OF WHOEVER KEYED THE CHANGE
000210*
000220*  NO CARD GOES STRAIGHT TO BRANCHDD.  THE DEFAULT RUN ONLY
000230*  CHECKS EACH CARD AND HOLDS IT ON THE PENDING-CHANGE FILE
000240*  (PENDCHG) FOR A SECOND USER TO APPROVE OR REJECT IN THE
000250*  APPROVAL RUN (CHGAPPR).  THE APPLY RUN (PARM "A") THEN
000260*  APPLIES ONLY THE APPROVED BRANCH CARDS, LOGS THE APPROVER
000270*  ALONGSIDE THE KEYING USER, AND MARKS EACH PENDING ROW
000280*  APPLIED OR FAILED.  A BRANCH CARD HAS NO EFFECTIVE DATE OF
000290*  ITS OWN - IT IS DUE THE DAY IT IS KEYED.
000300*
000310*  MODIFICATION HISTORY
000320*  --------------------
000330*  DATE       INIT  DESCRIPTION
000340*  ---------- ----  ------------------------------------------
000350*  2026-09-02 DLP   INITIAL VERSION - GIVES BRANCHES A MASTER
000360*                   ROW OF THEIR OWN SO A DETAIL KEYED TO AN
000370*                   UNKNOWN OR CLOSED BRANCH CAN BE CAUGHT AT
000380*                   VALIDATION INSTEAD OF SURFACING AS A
000390*                   MYSTERY SUBTOTAL ON THE NIGHTLY REPORT.
000400*  2026-10-15 DLP   MAKER-CHECKER - CARDS ARE HELD ON PENDCHG
000410*                   UNTIL A DIFFERENT USER APPROVES THEM IN
000420*                   CHGAPPR; ONLY THE APPLY RUN (PARM "A")
000430*                   UPDATES BRANCHDD.
000440*  2026-10-15 DLP   STAMP THE MERGE DATE ON A MERGED BRANCH.
000450*  2026-10-15 DLP   PARAGRAPHS PUT IN NUMERIC ORDER; RESEQUENCED.
000460***************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. BRNMNT.
000490 AUTHOR. D. L. PRICE.
000500 INSTALLATION. DATA PROCESSING.
000510 DATE-WRITTEN. 2026-09-02.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT DL160-BRN-FILE ASSIGN TO "BRANCHDD"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS DL100-BRN-BRANCH
000630         FILE STATUS IS DL160-WS-BRN-STATUS.
000640     SELECT DL160-CRD-FILE ASSIGN TO "BRNCRDS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS DL160-WS-CRD-STATUS.
000670     SELECT DL160-LOG-FILE ASSIGN TO "BRNLOG"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DL160-WS-LOG-STATUS.
000700     SELECT DL160-PND-FILE ASSIGN TO "PENDCHG"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS DL100-PND-KEY
000740         FILE STATUS IS DL160-WS-PND-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  DL160-BRN-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
000800     COPY DLBRNREC.
000810
000820 FD  DL160-CRD-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  DL160-CRD-RECORD.
000860     05  DL160-CRD-ACTION        PIC X(01).
000870         88  DL160-CRD-IS-ADD            VALUE "A".
000880         88  DL160-CRD-IS-CLOSE          VALUE "C".
000890         88  DL160-CRD-IS-MERGE          VALUE "M".
000900         88  DL160-CRD-IS-REOPEN         VALUE "R".
000910     05  DL160-CRD-BRANCH        PIC 9(03).
000920     05  DL160-CRD-NAME          PIC X(20).
000930     05  DL160-CRD-REGION        PIC X(10).
000940     05  DL160-CRD-MERGED-INTO   PIC 9(03).
000950     05  DL160-CRD-USER          PIC X(08).
000960     05  FILLER                  PIC X(35).
000970
000980 FD  DL160-LOG-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  DL160-LOG-RECORD.
001020     05  DL160-LOG-DATE          PIC 9(08).
001030     05  DL160-LOG-TIME          PIC 9(06).
001040     05  DL160-LOG-USER          PIC X(08).
001050     05  DL160-LOG-ACTION        PIC X(06).
001060     05  DL160-LOG-BRANCH        PIC 9(03).
001070     05  DL160-LOG-STATUS        PIC X(01).
001080     05  DL160-LOG-MERGED-INTO   PIC 9(03).
001090     05  DL160-LOG-APPROVER      PIC X(08).
001100     05  FILLER                  PIC X(37).
001110
001120 FD  DL160-PND-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 170 CHARACTERS.
001150     COPY DLPNDREC.
001160 WORKING-STORAGE SECTION.
001170 77  DL160-WS-BRN-STATUS         PIC X(02)  VALUE SPACES.
001180 77  DL160-WS-CRD-STATUS         PIC X(02)  VALUE SPACES.
001190 77  DL160-WS-LOG-STATUS         PIC X(02)  VALUE SPACES.
001200 77  DL160-WS-PND-STATUS         PIC X(02)  VALUE SPACES.
001210 77  DL160-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001220 77  DL160-WS-CARD-COUNT         PIC 9(05)  VALUE ZERO.
001230 77  DL160-WS-ADDED-COUNT        PIC 9(05)  VALUE ZERO.
001240 77  DL160-WS-CLOSED-COUNT       PIC 9(05)  VALUE ZERO.
001250 77  DL160-WS-MERGED-COUNT       PIC 9(05)  VALUE ZERO.
001260 77  DL160-WS-REOPEN-COUNT       PIC 9(05)  VALUE ZERO.
001270 77  DL160-WS-ERROR-COUNT        PIC 9(05)  VALUE ZERO.
001280 77  DL160-WS-KEYED-COUNT        PIC 9(05)  VALUE ZERO.
001290 77  DL160-WS-ERROR-BEFORE       PIC 9(05)  VALUE ZERO.
001300 01  DL160-WS-SWITCHES.
001310     05  DL160-WS-CRD-EOF-SW     PIC X(01)  VALUE "N".
001320         88  DL160-EOF-CARDS                VALUE "Y".
001330     05  DL160-WS-MODE-SW        PIC X(01)  VALUE "K".
001340         88  DL160-KEY-MODE                 VALUE "K".
001350         88  DL160-APPLY-MODE               VALUE "A".
001360     05  DL160-WS-PND-FOUND-SW   PIC X(01)  VALUE "N".
001370         88  DL160-PND-FOUND                VALUE "Y".
001380 01  DL160-WS-RUN-DATE.
001390     05  DL160-WS-RUN-CCYY       PIC 9(04).
001400     05  DL160-WS-RUN-MM         PIC 9(02).
001410     05  DL160-WS-RUN-DD         PIC 9(02).
001420 01  DL160-WS-RUN-DATE-N REDEFINES DL160-WS-RUN-DATE
001430                                 PIC 9(08).
001440 01  DL160-WS-RUN-TIME.
001450     05  DL160-WS-RUN-HH         PIC 9(02).
001460     05  DL160-WS-RUN-MN         PIC 9(02).
001470     05  DL160-WS-RUN-SS         PIC 9(02).
001480     05  FILLER                  PIC 9(02).
001490 LINKAGE SECTION.
001500***************************************************************
001510*  DL160-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
001520*                       COLUMN 1 IS THE MODE: "K" (OR NO PARM)
001530*                       HOLDS THE BRANCH CARDS FOR APPROVAL, "A"
001540*                       APPLIES THE APPROVED ONES.
001550***************************************************************
001560 01  DL160-PARM-AREA.
001570     05  DL160-PARM-LEN          PIC S9(04) COMP.
001580     05  DL160-PARM-TEXT         PIC X(80).
001590     05  DL160-PARM-FIELDS REDEFINES DL160-PARM-TEXT.
001600         10  DL160-PARM-MODE     PIC X(01).
001610         10  FILLER              PIC X(79).
001620 PROCEDURE DIVISION USING DL160-PARM-AREA.
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001660         UNTIL DL160-EOF-CARDS.
001670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001680     MOVE DL160-WS-RETURN-CODE TO RETURN-CODE.
001690     STOP RUN.
001700
001710***************************************************************
001720*  1000-INITIALIZE  --  SET THE RUN MODE FROM THE PARM, OPEN
001730*                       THE PENDING-CHANGE FILE, THE BRANCH
001740*                       MASTER FOR UPDATE (CREATING EITHER ON
001750*                       FIRST USE), THE CARD FILE, AND THE
001760*                       CHANGE LOG, AND PRIME THE CARD READ.
001770***************************************************************
001780 1000-INITIALIZE.
001790     ACCEPT DL160-WS-RUN-DATE FROM DATE YYYYMMDD.
001800     ACCEPT DL160-WS-RUN-TIME FROM TIME.
001810     PERFORM 1050-OPEN-PENDING THRU 1050-EXIT.
001820     IF DL160-WS-RETURN-CODE NOT < 0016
001830         GO TO 1000-EXIT.
001840     OPEN I-O DL160-BRN-FILE.
001850     IF DL160-WS-BRN-STATUS NOT = "00"
001860         OPEN OUTPUT DL160-BRN-FILE
001870         CLOSE DL160-BRN-FILE
001880         OPEN I-O DL160-BRN-FILE
001890     END-IF.
001900     IF DL160-WS-BRN-STATUS NOT = "00"
001910         DISPLAY "BRNMNT: UNABLE TO OPEN BRANCHDD, STATUS = "
001920             DL160-WS-BRN-STATUS
001930         SET DL160-EOF-CARDS TO TRUE
001940         MOVE 0016 TO DL160-WS-RETURN-CODE
001950         GO TO 1000-EXIT.
001960     OPEN INPUT DL160-CRD-FILE.
001970     IF DL160-WS-CRD-STATUS NOT = "00"
001980         DISPLAY "BRNMNT: UNABLE TO OPEN BRNCRDS, STATUS = "
001990             DL160-WS-CRD-STATUS
002000         SET DL160-EOF-CARDS TO TRUE
002010         MOVE 0016 TO DL160-WS-RETURN-CODE
002020         GO TO 1000-EXIT.
002030     OPEN EXTEND DL160-LOG-FILE.
002040     IF DL160-WS-LOG-STATUS NOT = "00"
002050         OPEN OUTPUT DL160-LOG-FILE
002060     END-IF.
002070     IF DL160-WS-LOG-STATUS NOT = "00"
002080         DISPLAY "BRNMNT: UNABLE TO OPEN BRNLOG, STATUS = "
002090             DL160-WS-LOG-STATUS
002100         SET DL160-EOF-CARDS TO TRUE
002110         MOVE 0016 TO DL160-WS-RETURN-CODE
002120         GO TO 1000-EXIT.
002130     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002140 1000-EXIT.
002150     EXIT.
002160
002170***************************************************************
002180*  1050-OPEN-PENDING  --  SET THE RUN MODE FROM THE PARM AND
002190*                         OPEN THE PENDING-CHANGE FILE FOR
002200*                         UPDATE, CREATING IT ON FIRST USE.
002210***************************************************************
002220 1050-OPEN-PENDING.
002230     IF DL160-PARM-LEN > ZERO
002240         EVALUATE DL160-PARM-MODE
002250             WHEN "A"
002260                 MOVE "A" TO DL160-WS-MODE-SW
002270             WHEN "K"
002280                 CONTINUE
002290             WHEN OTHER
002300                 DISPLAY "BRNMNT: PARM MODE MUST BE K OR A"
002310                 SET DL160-EOF-CARDS TO TRUE
002320                 MOVE 0016 TO DL160-WS-RETURN-CODE
002330                 GO TO 1050-EXIT
002340         END-EVALUATE
002350     END-IF.
002360     OPEN I-O DL160-PND-FILE.
002370     IF DL160-WS-PND-STATUS NOT = "00"
002380         OPEN OUTPUT DL160-PND-FILE
002390         CLOSE DL160-PND-FILE
002400         OPEN I-O DL160-PND-FILE
002410     END-IF.
002420     IF DL160-WS-PND-STATUS NOT = "00"
002430         DISPLAY "BRNMNT: UNABLE TO OPEN PENDCHG, STATUS = "
002440             DL160-WS-PND-STATUS
002450         SET DL160-EOF-CARDS TO TRUE
002460         MOVE 0016 TO DL160-WS-RETURN-CODE
002470         GO TO 1050-EXIT.
002480 1050-EXIT.
002490     EXIT.
002500
002510***************************************************************
002520*  1100-READ-CARD  --  THE NEXT CARD: FROM THE CARD FILE WHEN
002530*                      KEYING, FROM THE NEXT APPROVED BRANCH
002540*                      ROW ON THE PENDING-CHANGE FILE WHEN
002550*                      APPLYING.
002560***************************************************************
002570 1100-READ-CARD.
002580     IF DL160-APPLY-MODE
002590         MOVE "N" TO DL160-WS-PND-FOUND-SW
002600         PERFORM 1150-READ-PENDING THRU 1150-EXIT
002610             UNTIL DL160-EOF-CARDS
002620             OR DL160-PND-FOUND
002630         GO TO 1100-EXIT.
002640     READ DL160-CRD-FILE
002650         AT END
002660             SET DL160-EOF-CARDS TO TRUE
002670     END-READ.
002680 1100-EXIT.
002690     EXIT.
002700
002710***************************************************************
002720*  1150-READ-PENDING  --  READ THE NEXT PENDING-CHANGE ROW FOR
002730*                         1100-READ-CARD, TAKING IT AS THE CARD
002740*                         WHEN IT IS AN APPROVED BRANCH CARD.
002750***************************************************************
002760 1150-READ-PENDING.
002770     READ DL160-PND-FILE NEXT RECORD
002780         AT END
002790             SET DL160-EOF-CARDS TO TRUE
002800             GO TO 1150-EXIT
002810     END-READ.
002820     IF DL100-PND-IS-BRANCH
002830         AND DL100-PND-IS-APPROVED
002840         MOVE DL100-PND-CARD TO DL160-CRD-RECORD
002850         MOVE "Y" TO DL160-WS-PND-FOUND-SW
002860     END-IF.
002870 1150-EXIT.
002880     EXIT.
002890
002900***************************************************************
002910*  2000-PROCESS-CARD  --  VALIDATE ONE BRANCH CARD AND HOLD
002920*                         IT FOR APPROVAL, OR (APPLY MODE)
002930*                         APPLY IT TO THE BRANCH MASTER.
002940***************************************************************
002950 2000-PROCESS-CARD.
002960     ADD 1 TO DL160-WS-CARD-COUNT.
002970     MOVE DL160-WS-ERROR-COUNT TO DL160-WS-ERROR-BEFORE.
002980     IF DL160-CRD-BRANCH NOT NUMERIC
002990         OR DL160-CRD-BRANCH = ZERO
003000         DISPLAY "BRNMNT: CARD " DL160-WS-CARD-COUNT
003010             " HAS A BAD BRANCH CODE, IGNORED"
003020         ADD 1 TO DL160-WS-ERROR-COUNT
003030         GO TO 2000-NEXT.
003040     IF DL160-KEY-MODE
003050         PERFORM 2050-HOLD-CARD THRU 2050-EXIT
003060         GO TO 2000-NEXT.
003070     IF DL100-PND-APPR-USER = DL100-PND-KEY-USER
003080         OR DL100-PND-APPR-USER = SPACES
003090         DISPLAY "BRNMNT: PENDING CHANGE " DL100-PND-KEY
003100             " HAS NO INDEPENDENT APPROVER, NOT APPLIED"
003110         ADD 1 TO DL160-WS-ERROR-COUNT
003120         GO TO 2000-NEXT.
003130     EVALUATE TRUE
003140         WHEN DL160-CRD-IS-ADD
003150             PERFORM 2100-ADD-BRANCH THRU 2100-EXIT
003160         WHEN DL160-CRD-IS-CLOSE
003170             PERFORM 2200-CLOSE-BRANCH THRU 2200-EXIT
003180         WHEN DL160-CRD-IS-MERGE
003190             PERFORM 2300-MERGE-BRANCH THRU 2300-EXIT
003200         WHEN DL160-CRD-IS-REOPEN
003210             PERFORM 2400-REOPEN-BRANCH THRU 2400-EXIT
003220         WHEN OTHER
003230             DISPLAY "BRNMNT: CARD " DL160-WS-CARD-COUNT
003240                 " HAS UNKNOWN ACTION " DL160-CRD-ACTION
003250                 ", IGNORED"
003260             ADD 1 TO DL160-WS-ERROR-COUNT
003270     END-EVALUATE.
003280 2000-NEXT.
003290     IF DL160-APPLY-MODE
003300         PERFORM 2900-MARK-PENDING THRU 2900-EXIT
003310     END-IF.
003320     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003330 2000-EXIT.
003340     EXIT.
003350
003360***************************************************************
003370*  2050-HOLD-CARD  --  CHECK THE CARD CAN BE APPLIED AS KEYED
003380*                      AND HOLD IT ON THE PENDING-CHANGE FILE,
003390*                      KEYED BY THIS RUN'S DATE, TIME, AND CARD
003400*                      NUMBER, WITH THE KEYING USER ON IT FOR
003410*                      THE APPROVAL RUN TO CHECK AGAINST.  THE
003420*                      RUN DATE STANDS AS ITS EFFECTIVE DATE.
003430***************************************************************
003440 2050-HOLD-CARD.
003450     IF NOT DL160-CRD-IS-ADD
003460         AND NOT DL160-CRD-IS-CLOSE
003470         AND NOT DL160-CRD-IS-MERGE
003480         AND NOT DL160-CRD-IS-REOPEN
003490         DISPLAY "BRNMNT: CARD " DL160-WS-CARD-COUNT
003500             " HAS UNKNOWN ACTION " DL160-CRD-ACTION
003510             ", IGNORED"
003520         ADD 1 TO DL160-WS-ERROR-COUNT
003530         GO TO 2050-EXIT.
003540     IF DL160-CRD-IS-ADD
003550         AND DL160-CRD-NAME = SPACES
003560         DISPLAY "BRNMNT: CARD " DL160-WS-CARD-COUNT
003570             " HAS NO BRANCH NAME, IGNORED"
003580         ADD 1 TO DL160-WS-ERROR-COUNT
003590         GO TO 2050-EXIT.
003600     IF DL160-CRD-IS-MERGE
003610         AND (DL160-CRD-MERGED-INTO NOT NUMERIC
003620             OR DL160-CRD-MERGED-INTO = ZERO
003630             OR DL160-CRD-MERGED-INTO = DL160-CRD-BRANCH)
003640         DISPLAY "BRNMNT: CARD " DL160-WS-CARD-COUNT
003650             " HAS A BAD MERGED-INTO BRANCH, IGNORED"
003660         ADD 1 TO DL160-WS-ERROR-COUNT
003670         GO TO 2050-EXIT.
003680     IF DL160-CRD-USER = SPACES
003690         DISPLAY "BRNMNT: CARD " DL160-WS-CARD-COUNT
003700             " HAS NO USER ID, IGNORED"
003710         ADD 1 TO DL160-WS-ERROR-COUNT
003720         GO TO 2050-EXIT.
003730     MOVE SPACES TO DL100-PND-RECORD.
003740     MOVE DL160-WS-RUN-DATE-N TO DL100-PND-KEY-DATE.
003750     MOVE DL160-WS-RUN-TIME(1:6) TO DL100-PND-KEY-TIME.
003760     MOVE DL160-WS-CARD-COUNT TO DL100-PND-KEY-SEQ.
003770     MOVE "BRN" TO DL100-PND-TYPE.
003780     MOVE "P" TO DL100-PND-STATUS.
003790     MOVE DL160-WS-RUN-DATE-N TO DL100-PND-EFF-DATE.
003800     MOVE DL160-CRD-USER TO DL100-PND-KEY-USER.
003810     MOVE ZERO TO DL100-PND-APPR-DATE.
003820     MOVE ZERO TO DL100-PND-DONE-DATE.
003830     MOVE DL160-CRD-RECORD TO DL100-PND-CARD.
003840     WRITE DL100-PND-RECORD
003850         INVALID KEY
003860             DISPLAY "BRNMNT: UNABLE TO HOLD CARD "
003870                 DL160-WS-CARD-COUNT " ON PENDCHG"
003880             ADD 1 TO DL160-WS-ERROR-COUNT
003890             GO TO 2050-EXIT
003900     END-WRITE.
003910     ADD 1 TO DL160-WS-KEYED-COUNT.
003920     DISPLAY "BRNMNT: CARD " DL160-WS-CARD-COUNT
003930         " HELD FOR APPROVAL AS " DL100-PND-KEY.
003940 2050-EXIT.
003950     EXIT.
003960
003970***************************************************************
003980*  2100-ADD-BRANCH  --  BUILD A NEW OPEN BRANCH ROW FROM THE
003990*                       CARD AND WRITE IT.  A ROW ALREADY ON
004000*                       FILE FOR THE SAME CODE IS AN ERROR -
004010*                       A CLOSED OR MERGED BRANCH MUST STAY
004020*                       ON FILE SO ITS HISTORY KEEPS A NAME.
004030***************************************************************
004040 2100-ADD-BRANCH.
004050     IF DL160-CRD-NAME = SPACES
004060         DISPLAY "BRNMNT: CARD " DL160-WS-CARD-COUNT
004070             " HAS NO BRANCH NAME, IGNORED"
004080         ADD 1 TO DL160-WS-ERROR-COUNT
004090         GO TO 2100-EXIT.
004100     MOVE DL160-CRD-BRANCH TO DL100-BRN-BRANCH.
004110     READ DL160-BRN-FILE
004120         KEY IS DL100-BRN-BRANCH
004130         INVALID KEY
004140             CONTINUE
004150         NOT INVALID KEY
004160             DISPLAY "BRNMNT: BRANCH " DL160-CRD-BRANCH
004170                 " IS ALREADY ON FILE, CARD IGNORED"
004180             ADD 1 TO DL160-WS-ERROR-COUNT
004190             GO TO 2100-EXIT
004200     END-READ.
004210     MOVE SPACES TO DL100-BRN-RECORD.
004220     MOVE DL160-CRD-BRANCH TO DL100-BRN-BRANCH.
004230     MOVE DL160-CRD-NAME TO DL100-BRN-NAME.
004240     MOVE DL160-CRD-REGION TO DL100-BRN-REGION.
004250     MOVE "O" TO DL100-BRN-STATUS.
004260     MOVE ZERO TO DL100-BRN-MERGED-INTO.
004270     MOVE ZERO TO DL100-BRN-MERGE-DATE.
004280     MOVE DL160-CRD-USER TO DL100-BRN-UPD-USER.
004290     MOVE DL160-WS-RUN-DATE-N TO DL100-BRN-UPD-DATE.
004300     WRITE DL100-BRN-RECORD
004310         INVALID KEY
004320             DISPLAY "BRNMNT: UNABLE TO WRITE BRANCH "
004330                 DL160-CRD-BRANCH
004340             ADD 1 TO DL160-WS-ERROR-COUNT
004350             GO TO 2100-EXIT
004360     END-WRITE.
004370     ADD 1 TO DL160-WS-ADDED-COUNT.
004380     MOVE "ADD   " TO DL160-LOG-ACTION.
004390     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
004400 2100-EXIT.
004410     EXIT.
004420
004430***************************************************************
004440*  2200-CLOSE-BRANCH  --  MARK THE BRANCH CLOSED SO THE
004450*                         NIGHTLY RUN REJECTS ANY DETAIL
004460*                         STILL ARRIVING UNDER IT.  THE ROW
004470*                         STAYS ON FILE FOR THE REPORT NAMES.
004480***************************************************************
004490 2200-CLOSE-BRANCH.
004500     PERFORM 2500-FETCH-BRANCH THRU 2500-EXIT.
004510     IF DL160-WS-BRN-STATUS NOT = "00"
004520         GO TO 2200-EXIT.
004530     IF NOT DL100-BRN-IS-OPEN
004540         DISPLAY "BRNMNT: BRANCH " DL160-CRD-BRANCH
004550             " IS NOT OPEN, CLOSE CARD IGNORED"
004560         ADD 1 TO DL160-WS-ERROR-COUNT
004570         GO TO 2200-EXIT.
004580     MOVE "C" TO DL100-BRN-STATUS.
004590     PERFORM 2600-REWRITE-BRANCH THRU 2600-EXIT.
004600     IF DL160-WS-BRN-STATUS = "00"
004610         ADD 1 TO DL160-WS-CLOSED-COUNT
004620         MOVE "CLOSE " TO DL160-LOG-ACTION
004630         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
004640     END-IF.
004650 2200-EXIT.
004660     EXIT.
004670
004680***************************************************************
004690*  2300-MERGE-BRANCH  --  MARK THE BRANCH MERGED AND RECORD
004700*                         THE BRANCH IT MERGED INTO, SO A
004710*                         STRAGGLER FEED UNDER THE OLD CODE
004720*                         REJECTS WITH A MESSAGE NAMING THE
004730*                         NEW HOME, AND THE DATE THE MERGE
004740*                         TOOK EFFECT, WHICH A LATER UPDATE
004750*                         OF THE ROW DOES NOT DISTURB.
004760***************************************************************
004770 2300-MERGE-BRANCH.
004780     IF DL160-CRD-MERGED-INTO NOT NUMERIC
004790         OR DL160-CRD-MERGED-INTO = ZERO
004800         OR DL160-CRD-MERGED-INTO = DL160-CRD-BRANCH
004810         DISPLAY "BRNMNT: CARD " DL160-WS-CARD-COUNT
004820             " HAS A BAD MERGED-INTO BRANCH, IGNORED"
004830         ADD 1 TO DL160-WS-ERROR-COUNT
004840         GO TO 2300-EXIT.
004850     PERFORM 2500-FETCH-BRANCH THRU 2500-EXIT.
004860     IF DL160-WS-BRN-STATUS NOT = "00"
004870         GO TO 2300-EXIT.
004880     IF NOT DL100-BRN-IS-OPEN
004890         DISPLAY "BRNMNT: BRANCH " DL160-CRD-BRANCH
004900             " IS NOT OPEN, MERGE CARD IGNORED"
004910         ADD 1 TO DL160-WS-ERROR-COUNT
004920         GO TO 2300-EXIT.
004930     MOVE "M" TO DL100-BRN-STATUS.
004940     MOVE DL160-CRD-MERGED-INTO TO DL100-BRN-MERGED-INTO.
004950     MOVE DL160-WS-RUN-DATE-N TO DL100-BRN-MERGE-DATE.
004960     PERFORM 2600-REWRITE-BRANCH THRU 2600-EXIT.
004970     IF DL160-WS-BRN-STATUS = "00"
004980         ADD 1 TO DL160-WS-MERGED-COUNT
004990         MOVE "MERGE " TO DL160-LOG-ACTION
005000         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
005010     END-IF.
005020 2300-EXIT.
005030     EXIT.
005040
005050***************************************************************
005060*  2400-REOPEN-BRANCH  --  PUT A CLOSED BRANCH BACK IN
005070*                          SERVICE.  A MERGED BRANCH DOES NOT
005080*                          REOPEN - ITS VOLUME BELONGS TO THE
005090*                          BRANCH IT MERGED INTO.
005100***************************************************************
005110 2400-REOPEN-BRANCH.
005120     PERFORM 2500-FETCH-BRANCH THRU 2500-EXIT.
005130     IF DL160-WS-BRN-STATUS NOT = "00"
005140         GO TO 2400-EXIT.
005150     IF NOT DL100-BRN-IS-CLOSED
005160         DISPLAY "BRNMNT: BRANCH " DL160-CRD-BRANCH
005170             " IS NOT CLOSED, REOPEN CARD IGNORED"
005180         ADD 1 TO DL160-WS-ERROR-COUNT
005190         GO TO 2400-EXIT.
005200     MOVE "O" TO DL100-BRN-STATUS.
005210     MOVE ZERO TO DL100-BRN-MERGED-INTO.
005220     PERFORM 2600-REWRITE-BRANCH THRU 2600-EXIT.
005230     IF DL160-WS-BRN-STATUS = "00"
005240         ADD 1 TO DL160-WS-REOPEN-COUNT
005250         MOVE "REOPEN" TO DL160-LOG-ACTION
005260         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
005270     END-IF.
005280 2400-EXIT.
005290     EXIT.
005300
005310***************************************************************
005320*  2500-FETCH-BRANCH  --  READ THE ROW FOR THE CARD'S BRANCH.
005330*                         NO ROW IS A CARD ERROR, REPORTED
005340*                         THROUGH THE FILE STATUS THE CALLER
005350*                         TESTS.
005360***************************************************************
005370 2500-FETCH-BRANCH.
005380     MOVE DL160-CRD-BRANCH TO DL100-BRN-BRANCH.
005390     READ DL160-BRN-FILE
005400         KEY IS DL100-BRN-BRANCH
005410         INVALID KEY
005420             DISPLAY "BRNMNT: NO BRANCH ON FILE FOR "
005430                 DL160-CRD-BRANCH ", CARD IGNORED"
005440             ADD 1 TO DL160-WS-ERROR-COUNT
005450     END-READ.
005460 2500-EXIT.
005470     EXIT.
005480
005490***************************************************************
005500*  2600-REWRITE-BRANCH  --  REWRITE THE CURRENT BRANCH ROW
005510*                           WITH THE CARD'S USER AND TODAY'S
005520*                           DATE STAMPED ON IT.
005530***************************************************************
005540 2600-REWRITE-BRANCH.
005550     MOVE DL160-CRD-USER TO DL100-BRN-UPD-USER.
005560     MOVE DL160-WS-RUN-DATE-N TO DL100-BRN-UPD-DATE.
005570     REWRITE DL100-BRN-RECORD
005580         INVALID KEY
005590             DISPLAY "BRNMNT: UNABLE TO REWRITE BRANCH "
005600                 DL160-CRD-BRANCH
005610             ADD 1 TO DL160-WS-ERROR-COUNT
005620     END-REWRITE.
005630 2600-EXIT.
005640     EXIT.
005650
005660***************************************************************
005670*  2900-MARK-PENDING  --  RECORD THE OUTCOME OF APPLYING AN
005680*                         APPROVED CARD ON ITS PENDING ROW:
005690*                         APPLIED, OR FAILED WHEN THE CARD
005700*                         DREW AN ERROR, SO IT IS NOT PICKED
005710*                         UP AGAIN BY THE NEXT APPLY RUN.
005720***************************************************************
005730 2900-MARK-PENDING.
005740     IF DL160-WS-ERROR-COUNT > DL160-WS-ERROR-BEFORE
005750         MOVE "F" TO DL100-PND-STATUS
005760     ELSE
005770         MOVE "D" TO DL100-PND-STATUS
005780     END-IF.
005790     MOVE DL160-WS-RUN-DATE-N TO DL100-PND-DONE-DATE.
005800     REWRITE DL100-PND-RECORD
005810         INVALID KEY
005820             DISPLAY "BRNMNT: UNABLE TO MARK PENDING CHANGE "
005830                 DL100-PND-KEY
005840             ADD 1 TO DL160-WS-ERROR-COUNT
005850     END-REWRITE.
005860 2900-EXIT.
005870     EXIT.
005880
005890***************************************************************
005900*  8000-WRITE-LOG  --  APPEND ONE CHANGE LOG ROW: WHO, WHEN,
005910*                      WHICH ACTION, AND THE BRANCH ROW AS IT
005920*                      NOW STANDS ON FILE.
005930***************************************************************
005940 8000-WRITE-LOG.
005950     MOVE DL160-WS-RUN-DATE-N TO DL160-LOG-DATE.
005960     MOVE DL160-WS-RUN-TIME(1:6) TO DL160-LOG-TIME.
005970     MOVE DL160-CRD-USER TO DL160-LOG-USER.
005980     MOVE DL100-PND-APPR-USER TO DL160-LOG-APPROVER.
005990     MOVE DL100-BRN-BRANCH TO DL160-LOG-BRANCH.
006000     MOVE DL100-BRN-STATUS TO DL160-LOG-STATUS.
006010     MOVE DL100-BRN-MERGED-INTO TO DL160-LOG-MERGED-INTO.
006020     WRITE DL160-LOG-RECORD.
006030 8000-EXIT.
006040     EXIT.
006050
006060***************************************************************
006070*  9000-TERMINATE  --  REPORT THE RUN'S COUNTS, SET THE
006080*                      RETURN CODE, AND CLOSE THE FILES.
006090***************************************************************
006100 9000-TERMINATE.
006110     DISPLAY "BRNMNT: CARDS READ    " DL160-WS-CARD-COUNT.
006120     DISPLAY "BRNMNT: HELD FOR APPROVAL " DL160-WS-KEYED-COUNT.
006130     DISPLAY "BRNMNT: ADDED         " DL160-WS-ADDED-COUNT.
006140     DISPLAY "BRNMNT: CLOSED        " DL160-WS-CLOSED-COUNT.
006150     DISPLAY "BRNMNT: MERGED        " DL160-WS-MERGED-COUNT.
006160     DISPLAY "BRNMNT: REOPENED      " DL160-WS-REOPEN-COUNT.
006170     DISPLAY "BRNMNT: CARD ERRORS   " DL160-WS-ERROR-COUNT.
006180     IF DL160-WS-ERROR-COUNT > ZERO
006190         AND DL160-WS-RETURN-CODE < 0004
006200         MOVE 0004 TO DL160-WS-RETURN-CODE
006210     END-IF.
006220     IF DL160-WS-BRN-STATUS = "00"
006230         CLOSE DL160-BRN-FILE
006240     END-IF.
006250     IF DL160-WS-CRD-STATUS = "00" OR "10"
006260         CLOSE DL160-CRD-FILE
006270     END-IF.
006280     IF DL160-WS-LOG-STATUS = "00"
006290         CLOSE DL160-LOG-FILE
006300     END-IF.
006310     IF DL160-WS-PND-STATUS = "00" OR "10"
006320         CLOSE DL160-PND-FILE
006330     END-IF.
006340     DISPLAY "BRNMNT: RETURN CODE " DL160-WS-RETURN-CODE.
006350 9000-EXIT.
006360     EXIT.
