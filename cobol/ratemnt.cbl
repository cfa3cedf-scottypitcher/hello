000180*      COLS 13-14  MULTIPLIER (ACTION "A" ONLY)
000190*      COLS 15-22  USER ID OF WHOEVER KEYED THE CHANGE
000200*
000210*  NO CARD GOES STRAIGHT TO RATESDD.  THE DEFAULT RUN ONLY CHECKS
000220*  EACH CARD AND HOLDS IT ON THE PENDING-CHANGE FILE (PENDCHG)
000230*  FOR A SECOND USER TO APPROVE OR REJECT IN CHGAPPR.  THE APPLY
000240*  RUN (PARM "A") APPLIES ONLY THE APPROVED RATE CARDS, LOGS THE
000250*  APPROVER ALONGSIDE THE KEYING USER, AND MARKS EACH PENDING ROW
000260*  APPLIED OR FAILED.  A CARD THAT NO LONGER FITS THE RATES FILE
000270*  WHEN APPLIED (AN ACTIVE ROW ALREADY ON FILE, NOTHING LEFT TO
000280*  EXPIRE) FAILS THEN, NOT WHEN IT IS KEYED.
000290*
000300*  MODIFICATION HISTORY
000310*  --------------------
000320*  DATE       INIT  DESCRIPTION
000330*  ---------- ----  ------------------------------------------
000340*  2026-09-02 DLP   INITIAL VERSION - MOVES THE SINGLE PARM
000350*                   MULTIPLIER TO PER-BRANCH EFFECTIVE-DATED
000360*                   RATES, IN THE SAME MOLD AS RULEMNT.
000370*  2026-10-15 DLP   MAKER-CHECKER - CARDS ARE HELD ON PENDCHG
000380*                   UNTIL A DIFFERENT USER APPROVES THEM IN
000390*                   CHGAPPR; ONLY THE APPLY RUN (PARM "A")
000400*                   UPDATES RATESDD.
000410*  2026-10-15 DLP   PARAGRAPHS PUT IN NUMERIC ORDER; RESEQUENCED.
000420***************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. RATEMNT.
000450 AUTHOR. D. L. PRICE.
000460 INSTALLATION. DATA PROCESSING.
000470 DATE-WRITTEN. 2026-09-02.
000480 DATE-COMPILED.
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT DL170-RAT-FILE ASSIGN TO "RATESDD"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DL100-RAT-KEY
000590         FILE STATUS IS DL170-WS-RAT-STATUS.
000600     SELECT DL170-CRD-FILE ASSIGN TO "RATCRDS"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DL170-WS-CRD-STATUS.
000630     SELECT DL170-LOG-FILE ASSIGN TO "RATELOG"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DL170-WS-LOG-STATUS.
000660     SELECT DL170-PND-FILE ASSIGN TO "PENDCHG"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS DL100-PND-KEY
000700         FILE STATUS IS DL170-WS-PND-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DL170-RAT-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS.
000760     COPY DLRATREC.
000770
000780 FD  DL170-CRD-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  DL170-CRD-RECORD.
000820     05  DL170-CRD-ACTION        PIC X(01).
000830         88  DL170-CRD-IS-ADD            VALUE "A".
000840         88  DL170-CRD-IS-EXPIRE         VALUE "E".
000850     05  DL170-CRD-BRANCH        PIC 9(03).
000860     05  DL170-CRD-EFF-DATE      PIC 9(08).
000870     05  DL170-CRD-MULTIPLIER    PIC 9(02).
000880     05  DL170-CRD-USER          PIC X(08).
000890     05  FILLER                  PIC X(58).
000900
000910 FD  DL170-LOG-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 80 CHARACTERS.
000940 01  DL170-LOG-RECORD.
000950     05  DL170-LOG-DATE          PIC 9(08).
000960     05  DL170-LOG-TIME          PIC 9(06).
000970     05  DL170-LOG-USER          PIC X(08).
000980     05  DL170-LOG-ACTION        PIC X(06).
000990     05  DL170-LOG-BRANCH        PIC 9(03).
001000     05  DL170-LOG-EFF-DATE      PIC 9(08).
001010     05  DL170-LOG-MULTIPLIER    PIC 9(02).
001020     05  DL170-LOG-APPROVER      PIC X(08).
001030     05  FILLER                  PIC X(31).
001040
001050 FD  DL170-PND-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 170 CHARACTERS.
001080     COPY DLPNDREC.
001090 WORKING-STORAGE SECTION.
001100 77  DL170-WS-RAT-STATUS         PIC X(02)  VALUE SPACES.
001110 77  DL170-WS-CRD-STATUS         PIC X(02)  VALUE SPACES.
001120 77  DL170-WS-LOG-STATUS         PIC X(02)  VALUE SPACES.
001130 77  DL170-WS-PND-STATUS         PIC X(02)  VALUE SPACES.
001140 77  DL170-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001150 77  DL170-WS-CARD-COUNT         PIC 9(05)  VALUE ZERO.
001160 77  DL170-WS-ADDED-COUNT        PIC 9(05)  VALUE ZERO.
001170 77  DL170-WS-EXPIRED-COUNT      PIC 9(05)  VALUE ZERO.
001180 77  DL170-WS-ERROR-COUNT        PIC 9(05)  VALUE ZERO.
001190 77  DL170-WS-KEYED-COUNT        PIC 9(05)  VALUE ZERO.
001200 77  DL170-WS-ERROR-BEFORE       PIC 9(05)  VALUE ZERO.
001210 01  DL170-WS-SWITCHES.
001220     05  DL170-WS-CRD-EOF-SW     PIC X(01)  VALUE "N".
001230         88  DL170-EOF-CARDS                VALUE "Y".
001240     05  DL170-WS-READD-SW       PIC X(01)  VALUE "N".
001250         88  DL170-READD-RATE               VALUE "Y".
001260     05  DL170-WS-MODE-SW        PIC X(01)  VALUE "K".
001270         88  DL170-KEY-MODE                 VALUE "K".
001280         88  DL170-APPLY-MODE               VALUE "A".
001290     05  DL170-WS-PND-FOUND-SW   PIC X(01)  VALUE "N".
001300         88  DL170-PND-FOUND                VALUE "Y".
001310 01  DL170-WS-RUN-DATE.
001320     05  DL170-WS-RUN-CCYY       PIC 9(04).
001330     05  DL170-WS-RUN-MM         PIC 9(02).
001340     05  DL170-WS-RUN-DD         PIC 9(02).
001350 01  DL170-WS-RUN-DATE-N REDEFINES DL170-WS-RUN-DATE
001360                                 PIC 9(08).
001370 01  DL170-WS-RUN-TIME.
001380     05  DL170-WS-RUN-HH         PIC 9(02).
001390     05  DL170-WS-RUN-MN         PIC 9(02).
001400     05  DL170-WS-RUN-SS         PIC 9(02).
001410     05  FILLER                  PIC 9(02).
001420 LINKAGE SECTION.
001430***************************************************************
001440*  DL170-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
001450*                       COLUMN 1 IS THE MODE: "K" (OR NO PARM)
001460*                       HOLDS THE RATE CARDS FOR APPROVAL, "A"
001470*                       APPLIES THE APPROVED ONES.
001480***************************************************************
001490 01  DL170-PARM-AREA.
001500     05  DL170-PARM-LEN          PIC S9(04) COMP.
001510     05  DL170-PARM-TEXT         PIC X(80).
001520     05  DL170-PARM-FIELDS REDEFINES DL170-PARM-TEXT.
001530         10  DL170-PARM-MODE     PIC X(01).
001540         10  FILLER              PIC X(79).
001550 PROCEDURE DIVISION USING DL170-PARM-AREA.
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001590         UNTIL DL170-EOF-CARDS.
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001610     MOVE DL170-WS-RETURN-CODE TO RETURN-CODE.
001620     STOP RUN.
001630
001640***************************************************************
001650*  1000-INITIALIZE  --  SET THE RUN MODE FROM THE PARM, OPEN
001660*                       THE PENDING-CHANGE FILE, THE RATES FILE
001670*                       FOR UPDATE (CREATING EITHER ON FIRST
001680*                       USE), THE CARD FILE, AND THE CHANGE LOG,
001690*                       AND PRIME THE CARD READ.
001700***************************************************************
001710 1000-INITIALIZE.
001720     ACCEPT DL170-WS-RUN-DATE FROM DATE YYYYMMDD.
001730     ACCEPT DL170-WS-RUN-TIME FROM TIME.
001740     PERFORM 1050-OPEN-PENDING THRU 1050-EXIT.
001750     IF DL170-WS-RETURN-CODE NOT < 0016
001760         GO TO 1000-EXIT.
001770     OPEN I-O DL170-RAT-FILE.
001780     IF DL170-WS-RAT-STATUS NOT = "00"
001790         OPEN OUTPUT DL170-RAT-FILE
001800         CLOSE DL170-RAT-FILE
001810         OPEN I-O DL170-RAT-FILE
001820     END-IF.
001830     IF DL170-WS-RAT-STATUS NOT = "00"
001840         DISPLAY "RATEMNT: UNABLE TO OPEN RATESDD, STATUS = "
001850             DL170-WS-RAT-STATUS
001860         SET DL170-EOF-CARDS TO TRUE
001870         MOVE 0016 TO DL170-WS-RETURN-CODE
001880         GO TO 1000-EXIT.
001890     OPEN INPUT DL170-CRD-FILE.
001900     IF DL170-WS-CRD-STATUS NOT = "00"
001910         DISPLAY "RATEMNT: UNABLE TO OPEN RATCRDS, STATUS = "
001920             DL170-WS-CRD-STATUS
001930         SET DL170-EOF-CARDS TO TRUE
001940         MOVE 0016 TO DL170-WS-RETURN-CODE
001950         GO TO 1000-EXIT.
001960     OPEN EXTEND DL170-LOG-FILE.
001970     IF DL170-WS-LOG-STATUS NOT = "00"
001980         OPEN OUTPUT DL170-LOG-FILE
001990     END-IF.
002000     IF DL170-WS-LOG-STATUS NOT = "00"
002010         DISPLAY "RATEMNT: UNABLE TO OPEN RATELOG, STATUS = "
002020             DL170-WS-LOG-STATUS
002030         SET DL170-EOF-CARDS TO TRUE
002040         MOVE 0016 TO DL170-WS-RETURN-CODE
002050         GO TO 1000-EXIT.
002060     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002070 1000-EXIT.
002080     EXIT.
002090
002100***************************************************************
002110*  1050-OPEN-PENDING  --  SET THE RUN MODE FROM THE PARM AND
002120*                         OPEN THE PENDING-CHANGE FILE FOR
002130*                         UPDATE, CREATING IT ON FIRST USE.
002140***************************************************************
002150 1050-OPEN-PENDING.
002160     IF DL170-PARM-LEN > ZERO
002170         EVALUATE DL170-PARM-MODE
002180             WHEN "A"
002190                 MOVE "A" TO DL170-WS-MODE-SW
002200             WHEN "K"
002210                 CONTINUE
002220             WHEN OTHER
002230                 DISPLAY "RATEMNT: PARM MODE MUST BE K OR A"
002240                 SET DL170-EOF-CARDS TO TRUE
002250                 MOVE 0016 TO DL170-WS-RETURN-CODE
002260                 GO TO 1050-EXIT
002270         END-EVALUATE
002280     END-IF.
002290     OPEN I-O DL170-PND-FILE.
002300     IF DL170-WS-PND-STATUS NOT = "00"
002310         OPEN OUTPUT DL170-PND-FILE
002320         CLOSE DL170-PND-FILE
002330         OPEN I-O DL170-PND-FILE
002340     END-IF.
002350     IF DL170-WS-PND-STATUS NOT = "00"
002360         DISPLAY "RATEMNT: UNABLE TO OPEN PENDCHG, STATUS = "
002370             DL170-WS-PND-STATUS
002380         SET DL170-EOF-CARDS TO TRUE
002390         MOVE 0016 TO DL170-WS-RETURN-CODE
002400         GO TO 1050-EXIT.
002410 1050-EXIT.
002420     EXIT.
002430
002440***************************************************************
002450*  1100-READ-CARD  --  THE NEXT CARD: FROM THE CARD FILE WHEN
002460*                      KEYING, FROM THE NEXT APPROVED RATE ROW
002470*                      ON THE PENDING-CHANGE FILE WHEN APPLYING.
002480***************************************************************
002490 1100-READ-CARD.
002500     IF DL170-APPLY-MODE
002510         MOVE "N" TO DL170-WS-PND-FOUND-SW
002520         PERFORM 1150-READ-PENDING THRU 1150-EXIT
002530             UNTIL DL170-EOF-CARDS
002540             OR DL170-PND-FOUND
002550         GO TO 1100-EXIT.
002560     READ DL170-CRD-FILE
002570         AT END
002580             SET DL170-EOF-CARDS TO TRUE
002590     END-READ.
002600 1100-EXIT.
002610     EXIT.
002620
002630***************************************************************
002640*  1150-READ-PENDING  --  READ THE NEXT PENDING-CHANGE ROW FOR
002650*                         1100-READ-CARD, TAKING IT AS THE CARD
002660*                         WHEN IT IS AN APPROVED RATE CARD.
002670***************************************************************
002680 1150-READ-PENDING.
002690     READ DL170-PND-FILE NEXT RECORD
002700         AT END
002710             SET DL170-EOF-CARDS TO TRUE
002720             GO TO 1150-EXIT
002730     END-READ.
002740     IF DL100-PND-IS-RATE
002750         AND DL100-PND-IS-APPROVED
002760         MOVE DL100-PND-CARD TO DL170-CRD-RECORD
002770         MOVE "Y" TO DL170-WS-PND-FOUND-SW
002780     END-IF.
002790 1150-EXIT.
002800     EXIT.
002810
002820***************************************************************
002830*  2000-PROCESS-CARD  --  VALIDATE ONE RATE CARD AND HOLD IT
002840*                         FOR APPROVAL, OR (APPLY MODE) APPLY
002850*                         IT TO THE RATES FILE.
002860***************************************************************
002870 2000-PROCESS-CARD.
002880     ADD 1 TO DL170-WS-CARD-COUNT.
002890     MOVE DL170-WS-ERROR-COUNT TO DL170-WS-ERROR-BEFORE.
002900     IF DL170-CRD-BRANCH NOT NUMERIC
002910         OR DL170-CRD-BRANCH = ZERO
002920         OR DL170-CRD-EFF-DATE NOT NUMERIC
002930         DISPLAY "RATEMNT: CARD " DL170-WS-CARD-COUNT
002940             " HAS A BAD BRANCH OR EFFECTIVE DATE, IGNORED"
002950         ADD 1 TO DL170-WS-ERROR-COUNT
002960         GO TO 2000-NEXT.
002970     IF DL170-KEY-MODE
002980         PERFORM 2050-HOLD-CARD THRU 2050-EXIT
002990         GO TO 2000-NEXT.
003000     IF DL100-PND-APPR-USER = DL100-PND-KEY-USER
003010         OR DL100-PND-APPR-USER = SPACES
003020         DISPLAY "RATEMNT: PENDING CHANGE " DL100-PND-KEY
003030             " HAS NO INDEPENDENT APPROVER, NOT APPLIED"
003040         ADD 1 TO DL170-WS-ERROR-COUNT
003050         GO TO 2000-NEXT.
003060     EVALUATE TRUE
003070         WHEN DL170-CRD-IS-ADD
003080             PERFORM 2100-ADD-RATE THRU 2100-EXIT
003090         WHEN DL170-CRD-IS-EXPIRE
003100             PERFORM 2200-EXPIRE-RATE THRU 2200-EXIT
003110         WHEN OTHER
003120             DISPLAY "RATEMNT: CARD " DL170-WS-CARD-COUNT
003130                 " HAS UNKNOWN ACTION " DL170-CRD-ACTION
003140                 ", IGNORED"
003150             ADD 1 TO DL170-WS-ERROR-COUNT
003160     END-EVALUATE.
003170 2000-NEXT.
003180     IF DL170-APPLY-MODE
003190         PERFORM 2900-MARK-PENDING THRU 2900-EXIT
003200     END-IF.
003210     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003220 2000-EXIT.
003230     EXIT.
003240
003250***************************************************************
003260*  2050-HOLD-CARD  --  CHECK THE CARD CAN BE APPLIED AS KEYED
003270*                      AND HOLD IT ON THE PENDING-CHANGE FILE,
003280*                      KEYED BY THIS RUN'S DATE, TIME, AND CARD
003290*                      NUMBER, WITH THE KEYING USER ON IT FOR
003300*                      THE APPROVAL RUN TO CHECK AGAINST.
003310***************************************************************
003320 2050-HOLD-CARD.
003330     IF NOT DL170-CRD-IS-ADD
003340         AND NOT DL170-CRD-IS-EXPIRE
003350         DISPLAY "RATEMNT: CARD " DL170-WS-CARD-COUNT
003360             " HAS UNKNOWN ACTION " DL170-CRD-ACTION
003370             ", IGNORED"
003380         ADD 1 TO DL170-WS-ERROR-COUNT
003390         GO TO 2050-EXIT.
003400     IF DL170-CRD-IS-ADD
003410         AND (DL170-CRD-MULTIPLIER NOT NUMERIC
003420             OR DL170-CRD-MULTIPLIER = ZERO)
003430         DISPLAY "RATEMNT: CARD " DL170-WS-CARD-COUNT
003440             " HAS A BAD MULTIPLIER, IGNORED"
003450         ADD 1 TO DL170-WS-ERROR-COUNT
003460         GO TO 2050-EXIT.
003470     IF DL170-CRD-USER = SPACES
003480         DISPLAY "RATEMNT: CARD " DL170-WS-CARD-COUNT
003490             " HAS NO USER ID, IGNORED"
003500         ADD 1 TO DL170-WS-ERROR-COUNT
003510         GO TO 2050-EXIT.
003520     MOVE SPACES TO DL100-PND-RECORD.
003530     MOVE DL170-WS-RUN-DATE-N TO DL100-PND-KEY-DATE.
003540     MOVE DL170-WS-RUN-TIME(1:6) TO DL100-PND-KEY-TIME.
003550     MOVE DL170-WS-CARD-COUNT TO DL100-PND-KEY-SEQ.
003560     MOVE "RAT" TO DL100-PND-TYPE.
003570     MOVE "P" TO DL100-PND-STATUS.
003580     MOVE DL170-CRD-EFF-DATE TO DL100-PND-EFF-DATE.
003590     MOVE DL170-CRD-USER TO DL100-PND-KEY-USER.
003600     MOVE ZERO TO DL100-PND-APPR-DATE.
003610     MOVE ZERO TO DL100-PND-DONE-DATE.
003620     MOVE DL170-CRD-RECORD TO DL100-PND-CARD.
003630     WRITE DL100-PND-RECORD
003640         INVALID KEY
003650             DISPLAY "RATEMNT: UNABLE TO HOLD CARD "
003660                 DL170-WS-CARD-COUNT " ON PENDCHG"
003670             ADD 1 TO DL170-WS-ERROR-COUNT
003680             GO TO 2050-EXIT
003690     END-WRITE.
003700     ADD 1 TO DL170-WS-KEYED-COUNT.
003710     DISPLAY "RATEMNT: CARD " DL170-WS-CARD-COUNT
003720         " HELD FOR APPROVAL AS " DL100-PND-KEY.
003730 2050-EXIT.
003740     EXIT.
003750
003760***************************************************************
003770*  2100-ADD-RATE  --  BUILD A NEW ACTIVE RATE ROW FROM THE
003780*                     CARD AND WRITE IT.  AN ACTIVE ROW
003790*                     ALREADY ON FILE FOR THE SAME BRANCH AND
003800*                     EFFECTIVE DATE IS AN ERROR - EXPIRE IT
003810*                     FIRST.  AN EXPIRED ROW IS REVIVED WITH
003820*                     THE CARD'S RATE AND LOGGED AS A RE-ADD,
003830*                     THE SAME CORRECTION PATH RULEMNT GIVES
003840*                     A MIS-KEYED BOUND.
003850***************************************************************
003860 2100-ADD-RATE.
003870     IF DL170-CRD-MULTIPLIER NOT NUMERIC
003880         OR DL170-CRD-MULTIPLIER = ZERO
003890         DISPLAY "RATEMNT: CARD " DL170-WS-CARD-COUNT
003900             " HAS A BAD MULTIPLIER, IGNORED"
003910         ADD 1 TO DL170-WS-ERROR-COUNT
003920         GO TO 2100-EXIT.
003930     MOVE "N" TO DL170-WS-READD-SW.
003940     MOVE DL170-CRD-BRANCH TO DL100-RAT-BRANCH.
003950     MOVE DL170-CRD-EFF-DATE TO DL100-RAT-EFF-DATE.
003960     READ DL170-RAT-FILE
003970         KEY IS DL100-RAT-KEY
003980         INVALID KEY
003990             CONTINUE
004000         NOT INVALID KEY
004010             IF DL100-RAT-IS-ACTIVE
004020                 DISPLAY "RATEMNT: AN ACTIVE RATE IS ALREADY "
004030                     "ON FILE FOR BRANCH " DL170-CRD-BRANCH
004040                     " EFFECTIVE " DL170-CRD-EFF-DATE
004050                     ", EXPIRE IT FIRST"
004060                 ADD 1 TO DL170-WS-ERROR-COUNT
004070                 GO TO 2100-EXIT
004080             ELSE
004090                 MOVE "Y" TO DL170-WS-READD-SW
004100             END-IF
004110     END-READ.
004120     MOVE SPACES TO DL100-RAT-RECORD.
004130     MOVE DL170-CRD-BRANCH TO DL100-RAT-BRANCH.
004140     MOVE DL170-CRD-EFF-DATE TO DL100-RAT-EFF-DATE.
004150     MOVE "A" TO DL100-RAT-STATUS.
004160     MOVE DL170-CRD-MULTIPLIER TO DL100-RAT-MULTIPLIER.
004170     MOVE DL170-CRD-USER TO DL100-RAT-UPD-USER.
004180     MOVE DL170-WS-RUN-DATE-N TO DL100-RAT-UPD-DATE.
004190     IF DL170-READD-RATE
004200         REWRITE DL100-RAT-RECORD
004210             INVALID KEY
004220                 DISPLAY "RATEMNT: UNABLE TO REVIVE RATE FOR "
004230                     "BRANCH " DL170-CRD-BRANCH
004240                 ADD 1 TO DL170-WS-ERROR-COUNT
004250                 GO TO 2100-EXIT
004260         END-REWRITE
004270         MOVE "READD " TO DL170-LOG-ACTION
004280     ELSE
004290         WRITE DL100-RAT-RECORD
004300             INVALID KEY
004310                 DISPLAY "RATEMNT: UNABLE TO WRITE RATE FOR "
004320                     "BRANCH " DL170-CRD-BRANCH
004330                 ADD 1 TO DL170-WS-ERROR-COUNT
004340                 GO TO 2100-EXIT
004350         END-WRITE
004360         MOVE "ADD   " TO DL170-LOG-ACTION
004370     END-IF.
004380     ADD 1 TO DL170-WS-ADDED-COUNT.
004390     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
004400 2100-EXIT.
004410     EXIT.
004420
004430***************************************************************
004440*  2200-EXPIRE-RATE  --  MARK THE ROW FOR THE CARD'S BRANCH
004450*                        AND EFFECTIVE DATE EXPIRED SO IT IS
004460*                        NEVER SELECTED AGAIN, KEEPING IT ON
004470*                        FILE FOR THE AUDIT TRAIL.
004480***************************************************************
004490 2200-EXPIRE-RATE.
004500     MOVE DL170-CRD-BRANCH TO DL100-RAT-BRANCH.
004510     MOVE DL170-CRD-EFF-DATE TO DL100-RAT-EFF-DATE.
004520     READ DL170-RAT-FILE
004530         KEY IS DL100-RAT-KEY
004540         INVALID KEY
004550             DISPLAY "RATEMNT: NO RATE ON FILE FOR BRANCH "
004560                 DL170-CRD-BRANCH " EFFECTIVE "
004570                 DL170-CRD-EFF-DATE ", CARD IGNORED"
004580             ADD 1 TO DL170-WS-ERROR-COUNT
004590             GO TO 2200-EXIT
004600     END-READ.
004610     IF DL100-RAT-IS-EXPIRED
004620         DISPLAY "RATEMNT: RATE FOR BRANCH " DL170-CRD-BRANCH
004630             " EFFECTIVE " DL170-CRD-EFF-DATE
004640             " IS ALREADY EXPIRED, CARD IGNORED"
004650         ADD 1 TO DL170-WS-ERROR-COUNT
004660         GO TO 2200-EXIT.
004670     MOVE "E" TO DL100-RAT-STATUS.
004680     MOVE DL170-CRD-USER TO DL100-RAT-UPD-USER.
004690     MOVE DL170-WS-RUN-DATE-N TO DL100-RAT-UPD-DATE.
004700     REWRITE DL100-RAT-RECORD
004710         INVALID KEY
004720             DISPLAY "RATEMNT: UNABLE TO REWRITE RATE FOR "
004730                 "BRANCH " DL170-CRD-BRANCH
004740             ADD 1 TO DL170-WS-ERROR-COUNT
004750             GO TO 2200-EXIT
004760     END-REWRITE.
004770     ADD 1 TO DL170-WS-EXPIRED-COUNT.
004780     MOVE "EXPIRE" TO DL170-LOG-ACTION.
004790     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
004800 2200-EXIT.
004810     EXIT.
004820
004830***************************************************************
004840*  2900-MARK-PENDING  --  RECORD THE OUTCOME OF APPLYING AN
004850*                         APPROVED CARD ON ITS PENDING ROW:
004860*                         APPLIED, OR FAILED WHEN THE CARD
004870*                         DREW AN ERROR, SO IT IS NOT PICKED
004880*                         UP AGAIN BY THE NEXT APPLY RUN.
004890***************************************************************
004900 2900-MARK-PENDING.
004910     IF DL170-WS-ERROR-COUNT > DL170-WS-ERROR-BEFORE
004920         MOVE "F" TO DL100-PND-STATUS
004930     ELSE
004940         MOVE "D" TO DL100-PND-STATUS
004950     END-IF.
004960     MOVE DL170-WS-RUN-DATE-N TO DL100-PND-DONE-DATE.
004970     REWRITE DL100-PND-RECORD
004980         INVALID KEY
004990             DISPLAY "RATEMNT: UNABLE TO MARK PENDING CHANGE "
005000                 DL100-PND-KEY
005010             ADD 1 TO DL170-WS-ERROR-COUNT
005020     END-REWRITE.
005030 2900-EXIT.
005040     EXIT.
005050
005060***************************************************************
005070*  8000-WRITE-LOG  --  APPEND ONE CHANGE LOG ROW: WHO, WHEN,
005080*                      WHICH ACTION, AND THE RATE ROW AS IT
005090*                      NOW STANDS ON FILE.
005100***************************************************************
005110 8000-WRITE-LOG.
005120     MOVE DL170-WS-RUN-DATE-N TO DL170-LOG-DATE.
005130     MOVE DL170-WS-RUN-TIME(1:6) TO DL170-LOG-TIME.
005140     MOVE DL170-CRD-USER TO DL170-LOG-USER.
005150     MOVE DL100-PND-APPR-USER TO DL170-LOG-APPROVER.
005160     MOVE DL100-RAT-BRANCH TO DL170-LOG-BRANCH.
005170     MOVE DL100-RAT-EFF-DATE TO DL170-LOG-EFF-DATE.
005180     MOVE DL100-RAT-MULTIPLIER TO DL170-LOG-MULTIPLIER.
005190     WRITE DL170-LOG-RECORD.
005200 8000-EXIT.
005210     EXIT.
005220
005230***************************************************************
005240*  9000-TERMINATE  --  REPORT THE RUN'S COUNTS, SET THE
005250*                      RETURN CODE, AND CLOSE THE FILES.
005260***************************************************************
005270 9000-TERMINATE.
005280     DISPLAY "RATEMNT: CARDS READ    " DL170-WS-CARD-COUNT.
005290     DISPLAY "RATEMNT: HELD FOR APPROVAL " DL170-WS-KEYED-COUNT.
005300     DISPLAY "RATEMNT: RATES ADDED   " DL170-WS-ADDED-COUNT.
005310     DISPLAY "RATEMNT: RATES EXPIRED " DL170-WS-EXPIRED-COUNT.
005320     DISPLAY "RATEMNT: CARD ERRORS   " DL170-WS-ERROR-COUNT.
005330     IF DL170-WS-ERROR-COUNT > ZERO
005340         AND DL170-WS-RETURN-CODE < 0004
005350         MOVE 0004 TO DL170-WS-RETURN-CODE
005360     END-IF.
005370     IF DL170-WS-RAT-STATUS = "00"
005380         CLOSE DL170-RAT-FILE
005390     END-IF.
005400     IF DL170-WS-CRD-STATUS = "00" OR "10"
005410         CLOSE DL170-CRD-FILE
005420     END-IF.
005430     IF DL170-WS-PND-STATUS = "00" OR "10"
005440         CLOSE DL170-PND-FILE
005450     END-IF.
005460     IF DL170-WS-LOG-STATUS = "00"
005470         CLOSE DL170-LOG-FILE
005480     END-IF.
005490     DISPLAY "RATEMNT: RETURN CODE " DL170-WS-RETURN-CODE.
005500 9000-EXIT.
005510     EXIT.
