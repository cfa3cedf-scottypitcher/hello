000210*                  CODES)
000220*      COLS 72-79  USER ID OF WHOEVER KEYED THE CHANGE
000230*
000240*  NO CARD GOES STRAIGHT TO RULESDD.  THE DEFAULT RUN ONLY CHECKS
000250*  EACH CARD AND HOLDS IT ON THE PENDING-CHANGE FILE (PENDCHG)
000260*  FOR A SECOND USER TO APPROVE OR REJECT IN CHGAPPR.  THE APPLY
000270*  RUN (PARM "A") APPLIES ONLY THE APPROVED RULE CARDS, LOGS THE
000280*  APPROVER ALONGSIDE THE KEYING USER, AND MARKS EACH PENDING ROW
000290*  APPLIED OR FAILED.  A CARD THAT NO LONGER FITS THE RULES FILE
000300*  WHEN APPLIED (AN ACTIVE ROW ALREADY ON FILE, NOTHING LEFT TO
000310*  EXPIRE) FAILS THEN, NOT WHEN IT IS KEYED.
000320*
000330*  MODIFICATION HISTORY
000340*  --------------------
000350*  DATE       INIT  DESCRIPTION
000360*  ---------- ----  ------------------------------------------
000370*  2026-08-14 DLP   INITIAL VERSION - MOVES THE VALIDATION
000380*                   RANGE OUT OF WORKING STORAGE AND INTO A
000390*                   FILE OPERATIONS CAN MAINTAIN.
000400*  2026-08-21 DLP   WIDEN THE BOUNDS TO SEVEN DIGITS (CARD
000410*                   COLUMNS SHIFT - REASONS NOW 24-71, USER
000420*                   72-79) FOR THE CAPACITY REDESIGN; THE
000430*                   RULE ROW GROWS TO 96 BYTES.
000440*  2026-08-22 DLP   AN ADD OVER AN EXPIRED ROW REVIVES IT
000450*                   WITH THE CARD'S VALUES (LOGGED AS READD)
000460*                   SO A MIS-KEYED BOUND CAN BE CORRECTED
000470*                   FOR ITS OWN EFFECTIVE DATE; ONLY AN
000480*                   ACTIVE ROW STILL BLOCKS THE ADD.
000490*  2026-10-15 DLP   MAKER-CHECKER - CARDS ARE HELD ON PENDCHG
000500*                   UNTIL A DIFFERENT USER APPROVES THEM IN
000510*                   CHGAPPR; ONLY THE APPLY RUN (PARM "A")
000520*                   UPDATES RULESDD.
000530*  2026-10-15 DLP   PARAGRAPHS PUT IN NUMERIC ORDER; RESEQUENCED.
000540***************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. RULEMNT.
000570 AUTHOR. D. L. PRICE.
000580 INSTALLATION. DATA PROCESSING.
000590 DATE-WRITTEN. 2026-08-14.
000600 DATE-COMPILED.
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT DL140-RUL-FILE ASSIGN TO "RULESDD"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS DL100-RUL-EFF-DATE
000710         FILE STATUS IS DL140-WS-RUL-STATUS.
000720     SELECT DL140-CRD-FILE ASSIGN TO "RULECRDS"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS DL140-WS-CRD-STATUS.
000750     SELECT DL140-LOG-FILE ASSIGN TO "RULELOG"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DL140-WS-LOG-STATUS.
000780     SELECT DL140-PND-FILE ASSIGN TO "PENDCHG"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS DL100-PND-KEY
000820         FILE STATUS IS DL140-WS-PND-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  DL140-RUL-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 96 CHARACTERS.
000880     COPY DLRULREC.
000890
000900 FD  DL140-CRD-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  DL140-CRD-RECORD.
000940     05  DL140-CRD-ACTION        PIC X(01).
000950         88  DL140-CRD-IS-ADD            VALUE "A".
000960         88  DL140-CRD-IS-EXPIRE         VALUE "E".
000970     05  DL140-CRD-EFF-DATE      PIC 9(08).
000980     05  DL140-CRD-LOW-BOUND     PIC 9(07).
000990     05  DL140-CRD-HIGH-BOUND    PIC 9(07).
001000     05  DL140-CRD-REASONS       PIC X(48).
001010     05  DL140-CRD-USER          PIC X(08).
001020     05  FILLER                  PIC X(01).
001030
001040 FD  DL140-LOG-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  DL140-LOG-RECORD.
001080     05  DL140-LOG-DATE          PIC 9(08).
001090     05  DL140-LOG-TIME          PIC 9(06).
001100     05  DL140-LOG-USER          PIC X(08).
001110     05  DL140-LOG-ACTION        PIC X(06).
001120     05  DL140-LOG-EFF-DATE      PIC 9(08).
001130     05  DL140-LOG-LOW-BOUND     PIC 9(07).
001140     05  DL140-LOG-HIGH-BOUND    PIC 9(07).
001150     05  DL140-LOG-APPROVER      PIC X(08).
001160     05  FILLER                  PIC X(22).
001170
001180 FD  DL140-PND-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 170 CHARACTERS.
001210     COPY DLPNDREC.
001220 WORKING-STORAGE SECTION.
001230 77  DL140-WS-RUL-STATUS         PIC X(02)  VALUE SPACES.
001240 77  DL140-WS-CRD-STATUS         PIC X(02)  VALUE SPACES.
001250 77  DL140-WS-LOG-STATUS         PIC X(02)  VALUE SPACES.
001260 77  DL140-WS-PND-STATUS         PIC X(02)  VALUE SPACES.
001270 77  DL140-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001280 77  DL140-WS-CARD-COUNT         PIC 9(05)  VALUE ZERO.
001290 77  DL140-WS-ADDED-COUNT        PIC 9(05)  VALUE ZERO.
001300 77  DL140-WS-EXPIRED-COUNT      PIC 9(05)  VALUE ZERO.
001310 77  DL140-WS-ERROR-COUNT        PIC 9(05)  VALUE ZERO.
001320 77  DL140-WS-KEYED-COUNT        PIC 9(05)  VALUE ZERO.
001330 77  DL140-WS-ERROR-BEFORE       PIC 9(05)  VALUE ZERO.
001340 01  DL140-WS-SWITCHES.
001350     05  DL140-WS-CRD-EOF-SW     PIC X(01)  VALUE "N".
001360         88  DL140-EOF-CARDS                VALUE "Y".
001370     05  DL140-WS-READD-SW       PIC X(01)  VALUE "N".
001380         88  DL140-READD-RULE               VALUE "Y".
001390     05  DL140-WS-MODE-SW        PIC X(01)  VALUE "K".
001400         88  DL140-KEY-MODE                 VALUE "K".
001410         88  DL140-APPLY-MODE               VALUE "A".
001420     05  DL140-WS-PND-FOUND-SW   PIC X(01)  VALUE "N".
001430         88  DL140-PND-FOUND                VALUE "Y".
001440 01  DL140-WS-RUN-DATE.
001450     05  DL140-WS-RUN-CCYY       PIC 9(04).
001460     05  DL140-WS-RUN-MM         PIC 9(02).
001470     05  DL140-WS-RUN-DD         PIC 9(02).
001480 01  DL140-WS-RUN-DATE-N REDEFINES DL140-WS-RUN-DATE
001490                                 PIC 9(08).
001500 01  DL140-WS-RUN-TIME.
001510     05  DL140-WS-RUN-HH         PIC 9(02).
001520     05  DL140-WS-RUN-MN         PIC 9(02).
001530     05  DL140-WS-RUN-SS         PIC 9(02).
001540     05  FILLER                  PIC 9(02).
001550***************************************************************
001560*  THE CARD'S REASON OVERRIDE AREA, REDEFINED INTO THE FOUR
001570*  CODE/TEXT PAIRS IN RULE ROW ORDER.
001580***************************************************************
001590 01  DL140-WS-REASON-WORK.
001600     05  DL140-WS-RW-NONNUM-CODE PIC X(06).
001610     05  DL140-WS-RW-NONNUM-TEXT PIC X(06).
001620     05  DL140-WS-RW-BRANCH-CODE PIC X(06).
001630     05  DL140-WS-RW-BRANCH-TEXT PIC X(06).
001640     05  DL140-WS-RW-RANGE-CODE  PIC X(06).
001650     05  DL140-WS-RW-RANGE-TEXT  PIC X(06).
001660     05  DL140-WS-RW-OVRFLO-CODE PIC X(06).
001670     05  DL140-WS-RW-OVRFLO-TEXT PIC X(06).
001680 LINKAGE SECTION.
001690***************************************************************
001700*  DL140-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
001710*                       COLUMN 1 IS THE MODE: "K" (OR NO PARM)
001720*                       HOLDS THE RULE CARDS FOR APPROVAL, "A"
001730*                       APPLIES THE APPROVED ONES.
001740***************************************************************
001750 01  DL140-PARM-AREA.
001760     05  DL140-PARM-LEN          PIC S9(04) COMP.
001770     05  DL140-PARM-TEXT         PIC X(80).
001780     05  DL140-PARM-FIELDS REDEFINES DL140-PARM-TEXT.
001790         10  DL140-PARM-MODE     PIC X(01).
001800         10  FILLER              PIC X(79).
001810 PROCEDURE DIVISION USING DL140-PARM-AREA.
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001850         UNTIL DL140-EOF-CARDS.
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001870     MOVE DL140-WS-RETURN-CODE TO RETURN-CODE.
001880     STOP RUN.
001890
001900***************************************************************
001910*  1000-INITIALIZE  --  SET THE RUN MODE FROM THE PARM, OPEN
001920*                       THE PENDING-CHANGE FILE, THE RULES FILE
001930*                       FOR UPDATE (CREATING EITHER ON FIRST
001940*                       USE), THE CARD FILE, AND THE CHANGE LOG,
001950*                       AND PRIME THE CARD READ.
001960***************************************************************
001970 1000-INITIALIZE.
001980     ACCEPT DL140-WS-RUN-DATE FROM DATE YYYYMMDD.
001990     ACCEPT DL140-WS-RUN-TIME FROM TIME.
002000     PERFORM 1050-OPEN-PENDING THRU 1050-EXIT.
002010     IF DL140-WS-RETURN-CODE NOT < 0016
002020         GO TO 1000-EXIT.
002030     OPEN I-O DL140-RUL-FILE.
002040     IF DL140-WS-RUL-STATUS NOT = "00"
002050         OPEN OUTPUT DL140-RUL-FILE
002060         CLOSE DL140-RUL-FILE
002070         OPEN I-O DL140-RUL-FILE
002080     END-IF.
002090     IF DL140-WS-RUL-STATUS NOT = "00"
002100         DISPLAY "RULEMNT: UNABLE TO OPEN RULESDD, STATUS = "
002110             DL140-WS-RUL-STATUS
002120         SET DL140-EOF-CARDS TO TRUE
002130         MOVE 0016 TO DL140-WS-RETURN-CODE
002140         GO TO 1000-EXIT.
002150     OPEN INPUT DL140-CRD-FILE.
002160     IF DL140-WS-CRD-STATUS NOT = "00"
002170         DISPLAY "RULEMNT: UNABLE TO OPEN RULECRDS, STATUS = "
002180             DL140-WS-CRD-STATUS
002190         SET DL140-EOF-CARDS TO TRUE
002200         MOVE 0016 TO DL140-WS-RETURN-CODE
002210         GO TO 1000-EXIT.
002220     OPEN EXTEND DL140-LOG-FILE.
002230     IF DL140-WS-LOG-STATUS NOT = "00"
002240         OPEN OUTPUT DL140-LOG-FILE
002250     END-IF.
002260     IF DL140-WS-LOG-STATUS NOT = "00"
002270         DISPLAY "RULEMNT: UNABLE TO OPEN RULELOG, STATUS = "
002280             DL140-WS-LOG-STATUS
002290         SET DL140-EOF-CARDS TO TRUE
002300         MOVE 0016 TO DL140-WS-RETURN-CODE
002310         GO TO 1000-EXIT.
002320     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002330 1000-EXIT.
002340     EXIT.
002350
002360***************************************************************
002370*  1050-OPEN-PENDING  --  SET THE RUN MODE FROM THE PARM AND
002380*                         OPEN THE PENDING-CHANGE FILE FOR
002390*                         UPDATE, CREATING IT ON FIRST USE.
002400***************************************************************
002410 1050-OPEN-PENDING.
002420     IF DL140-PARM-LEN > ZERO
002430         EVALUATE DL140-PARM-MODE
002440             WHEN "A"
002450                 MOVE "A" TO DL140-WS-MODE-SW
002460             WHEN "K"
002470                 CONTINUE
002480             WHEN OTHER
002490                 DISPLAY "RULEMNT: PARM MODE MUST BE K OR A"
002500                 SET DL140-EOF-CARDS TO TRUE
002510                 MOVE 0016 TO DL140-WS-RETURN-CODE
002520                 GO TO 1050-EXIT
002530         END-EVALUATE
002540     END-IF.
002550     OPEN I-O DL140-PND-FILE.
002560     IF DL140-WS-PND-STATUS NOT = "00"
002570         OPEN OUTPUT DL140-PND-FILE
002580         CLOSE DL140-PND-FILE
002590         OPEN I-O DL140-PND-FILE
002600     END-IF.
002610     IF DL140-WS-PND-STATUS NOT = "00"
002620         DISPLAY "RULEMNT: UNABLE TO OPEN PENDCHG, STATUS = "
002630             DL140-WS-PND-STATUS
002640         SET DL140-EOF-CARDS TO TRUE
002650         MOVE 0016 TO DL140-WS-RETURN-CODE
002660         GO TO 1050-EXIT.
002670 1050-EXIT.
002680     EXIT.
002690
002700***************************************************************
002710*  1100-READ-CARD  --  THE NEXT CARD: FROM THE CARD FILE WHEN
002720*                      KEYING, FROM THE NEXT APPROVED RULE ROW
002730*                      ON THE PENDING-CHANGE FILE WHEN APPLYING.
002740***************************************************************
002750 1100-READ-CARD.
002760     IF DL140-APPLY-MODE
002770         MOVE "N" TO DL140-WS-PND-FOUND-SW
002780         PERFORM 1150-READ-PENDING THRU 1150-EXIT
002790             UNTIL DL140-EOF-CARDS
002800             OR DL140-PND-FOUND
002810         GO TO 1100-EXIT.
002820     READ DL140-CRD-FILE
002830         AT END
002840             SET DL140-EOF-CARDS TO TRUE
002850     END-READ.
002860 1100-EXIT.
002870     EXIT.
002880
002890***************************************************************
002900*  1150-READ-PENDING  --  READ THE NEXT PENDING-CHANGE ROW FOR
002910*                         1100-READ-CARD, TAKING IT AS THE CARD
002920*                         WHEN IT IS AN APPROVED RULE CARD.
002930***************************************************************
002940 1150-READ-PENDING.
002950     READ DL140-PND-FILE NEXT RECORD
002960         AT END
002970             SET DL140-EOF-CARDS TO TRUE
002980             GO TO 1150-EXIT
002990     END-READ.
003000     IF DL100-PND-IS-RULE
003010         AND DL100-PND-IS-APPROVED
003020         MOVE DL100-PND-CARD TO DL140-CRD-RECORD
003030         MOVE "Y" TO DL140-WS-PND-FOUND-SW
003040     END-IF.
003050 1150-EXIT.
003060     EXIT.
003070
003080***************************************************************
003090*  2000-PROCESS-CARD  --  VALIDATE ONE RULE CARD AND HOLD IT
003100*                         FOR APPROVAL, OR (APPLY MODE) APPLY
003110*                         IT TO THE RULES FILE.
003120***************************************************************
003130 2000-PROCESS-CARD.
003140     ADD 1 TO DL140-WS-CARD-COUNT.
003150     MOVE DL140-WS-ERROR-COUNT TO DL140-WS-ERROR-BEFORE.
003160     IF DL140-CRD-EFF-DATE NOT NUMERIC
003170         DISPLAY "RULEMNT: CARD " DL140-WS-CARD-COUNT
003180             " HAS A BAD EFFECTIVE DATE, IGNORED"
003190         ADD 1 TO DL140-WS-ERROR-COUNT
003200         GO TO 2000-NEXT.
003210     IF DL140-KEY-MODE
003220         PERFORM 2050-HOLD-CARD THRU 2050-EXIT
003230         GO TO 2000-NEXT.
003240     IF DL100-PND-APPR-USER = DL100-PND-KEY-USER
003250         OR DL100-PND-APPR-USER = SPACES
003260         DISPLAY "RULEMNT: PENDING CHANGE " DL100-PND-KEY
003270             " HAS NO INDEPENDENT APPROVER, NOT APPLIED"
003280         ADD 1 TO DL140-WS-ERROR-COUNT
003290         GO TO 2000-NEXT.
003300     EVALUATE TRUE
003310         WHEN DL140-CRD-IS-ADD
003320             PERFORM 2100-ADD-RULE THRU 2100-EXIT
003330         WHEN DL140-CRD-IS-EXPIRE
003340             PERFORM 2200-EXPIRE-RULE THRU 2200-EXIT
003350         WHEN OTHER
003360             DISPLAY "RULEMNT: CARD " DL140-WS-CARD-COUNT
003370                 " HAS UNKNOWN ACTION " DL140-CRD-ACTION
003380                 ", IGNORED"
003390             ADD 1 TO DL140-WS-ERROR-COUNT
003400     END-EVALUATE.
003410 2000-NEXT.
003420     IF DL140-APPLY-MODE
003430         PERFORM 2900-MARK-PENDING THRU 2900-EXIT
003440     END-IF.
003450     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003460 2000-EXIT.
003470     EXIT.
003480
003490***************************************************************
003500*  2050-HOLD-CARD  --  CHECK THE CARD CAN BE APPLIED AS KEYED
003510*                      AND HOLD IT ON THE PENDING-CHANGE FILE,
003520*                      KEYED BY THIS RUN'S DATE, TIME, AND CARD
003530*                      NUMBER, WITH THE KEYING USER ON IT FOR
003540*                      THE APPROVAL RUN TO CHECK AGAINST.
003550***************************************************************
003560 2050-HOLD-CARD.
003570     IF NOT DL140-CRD-IS-ADD
003580         AND NOT DL140-CRD-IS-EXPIRE
003590         DISPLAY "RULEMNT: CARD " DL140-WS-CARD-COUNT
003600             " HAS UNKNOWN ACTION " DL140-CRD-ACTION
003610             ", IGNORED"
003620         ADD 1 TO DL140-WS-ERROR-COUNT
003630         GO TO 2050-EXIT.
003640     IF DL140-CRD-IS-ADD
003650         AND (DL140-CRD-LOW-BOUND NOT NUMERIC
003660             OR DL140-CRD-HIGH-BOUND NOT NUMERIC
003670             OR DL140-CRD-LOW-BOUND > DL140-CRD-HIGH-BOUND)
003680         DISPLAY "RULEMNT: CARD " DL140-WS-CARD-COUNT
003690             " HAS BAD BOUNDS, IGNORED"
003700         ADD 1 TO DL140-WS-ERROR-COUNT
003710         GO TO 2050-EXIT.
003720     IF DL140-CRD-USER = SPACES
003730         DISPLAY "RULEMNT: CARD " DL140-WS-CARD-COUNT
003740             " HAS NO USER ID, IGNORED"
003750         ADD 1 TO DL140-WS-ERROR-COUNT
003760         GO TO 2050-EXIT.
003770     MOVE SPACES TO DL100-PND-RECORD.
003780     MOVE DL140-WS-RUN-DATE-N TO DL100-PND-KEY-DATE.
003790     MOVE DL140-WS-RUN-TIME(1:6) TO DL100-PND-KEY-TIME.
003800     MOVE DL140-WS-CARD-COUNT TO DL100-PND-KEY-SEQ.
003810     MOVE "RUL" TO DL100-PND-TYPE.
003820     MOVE "P" TO DL100-PND-STATUS.
003830     MOVE DL140-CRD-EFF-DATE TO DL100-PND-EFF-DATE.
003840     MOVE DL140-CRD-USER TO DL100-PND-KEY-USER.
003850     MOVE ZERO TO DL100-PND-APPR-DATE.
003860     MOVE ZERO TO DL100-PND-DONE-DATE.
003870     MOVE DL140-CRD-RECORD TO DL100-PND-CARD.
003880     WRITE DL100-PND-RECORD
003890         INVALID KEY
003900             DISPLAY "RULEMNT: UNABLE TO HOLD CARD "
003910                 DL140-WS-CARD-COUNT " ON PENDCHG"
003920             ADD 1 TO DL140-WS-ERROR-COUNT
003930             GO TO 2050-EXIT
003940     END-WRITE.
003950     ADD 1 TO DL140-WS-KEYED-COUNT.
003960     DISPLAY "RULEMNT: CARD " DL140-WS-CARD-COUNT
003970         " HELD FOR APPROVAL AS " DL100-PND-KEY.
003980 2050-EXIT.
003990     EXIT.
004000
004010***************************************************************
004020*  2100-ADD-RULE  --  BUILD A NEW ACTIVE RULE ROW FROM THE
004030*                     CARD AND WRITE IT.  AN ACTIVE ROW
004040*                     ALREADY ON FILE FOR THE SAME EFFECTIVE
004050*                     DATE IS AN ERROR - EXPIRE IT FIRST.
004060*                     AN EXPIRED ROW IS REVIVED WITH THE
004070*                     CARD'S VALUES AND LOGGED AS A RE-ADD.
004080***************************************************************
004090 2100-ADD-RULE.
004100     IF DL140-CRD-LOW-BOUND NOT NUMERIC
004110         OR DL140-CRD-HIGH-BOUND NOT NUMERIC
004120         OR DL140-CRD-LOW-BOUND > DL140-CRD-HIGH-BOUND
004130         DISPLAY "RULEMNT: CARD " DL140-WS-CARD-COUNT
004140             " HAS BAD BOUNDS, IGNORED"
004150         ADD 1 TO DL140-WS-ERROR-COUNT
004160         GO TO 2100-EXIT.
004170*    AN EXPIRED ROW FOR THE SAME EFFECTIVE DATE IS REVIVED
004180*    IN PLACE (REWRITE) SO A MIS-KEYED SEASONAL BOUND CAN BE
004190*    CORRECTED FOR ITS OWN DATE; ONLY AN ACTIVE ROW BLOCKS
004200*    THE ADD.
004210     MOVE "N" TO DL140-WS-READD-SW.
004220     MOVE DL140-CRD-EFF-DATE TO DL100-RUL-EFF-DATE.
004230     READ DL140-RUL-FILE
004240         KEY IS DL100-RUL-EFF-DATE
004250         INVALID KEY
004260             CONTINUE
004270         NOT INVALID KEY
004280             IF DL100-RUL-IS-ACTIVE
004290                 DISPLAY "RULEMNT: AN ACTIVE RULE IS ALREADY "
004300                     "ON FILE FOR " DL140-CRD-EFF-DATE
004310                     ", EXPIRE IT FIRST"
004320                 ADD 1 TO DL140-WS-ERROR-COUNT
004330                 GO TO 2100-EXIT
004340             ELSE
004350                 MOVE "Y" TO DL140-WS-READD-SW
004360             END-IF
004370     END-READ.
004380     MOVE SPACES TO DL100-RUL-RECORD.
004390     MOVE DL140-CRD-EFF-DATE TO DL100-RUL-EFF-DATE.
004400     MOVE "A" TO DL100-RUL-STATUS.
004410     MOVE DL140-CRD-LOW-BOUND TO DL100-RUL-LOW-BOUND.
004420     MOVE DL140-CRD-HIGH-BOUND TO DL100-RUL-HIGH-BOUND.
004430     MOVE DL140-CRD-REASONS TO DL140-WS-REASON-WORK.
004440     IF DL140-WS-REASON-WORK = SPACES
004450         MOVE "VAL001" TO DL100-RUL-NONNUM-CODE
004460         MOVE "NONNUM" TO DL100-RUL-NONNUM-TEXT
004470         MOVE "VAL004" TO DL100-RUL-BRANCH-CODE
004480         MOVE "BRANCH" TO DL100-RUL-BRANCH-TEXT
004490         MOVE "VAL002" TO DL100-RUL-RANGE-CODE
004500         MOVE "RANGE " TO DL100-RUL-RANGE-TEXT
004510         MOVE "VAL003" TO DL100-RUL-OVRFLO-CODE
004520         MOVE "OVRFLO" TO DL100-RUL-OVRFLO-TEXT
004530     ELSE
004540         MOVE DL140-WS-RW-NONNUM-CODE TO DL100-RUL-NONNUM-CODE
004550         MOVE DL140-WS-RW-NONNUM-TEXT TO DL100-RUL-NONNUM-TEXT
004560         MOVE DL140-WS-RW-BRANCH-CODE TO DL100-RUL-BRANCH-CODE
004570         MOVE DL140-WS-RW-BRANCH-TEXT TO DL100-RUL-BRANCH-TEXT
004580         MOVE DL140-WS-RW-RANGE-CODE TO DL100-RUL-RANGE-CODE
004590         MOVE DL140-WS-RW-RANGE-TEXT TO DL100-RUL-RANGE-TEXT
004600         MOVE DL140-WS-RW-OVRFLO-CODE TO DL100-RUL-OVRFLO-CODE
004610         MOVE DL140-WS-RW-OVRFLO-TEXT TO DL100-RUL-OVRFLO-TEXT
004620     END-IF.
004630     MOVE DL140-CRD-USER TO DL100-RUL-UPD-USER.
004640     MOVE DL140-WS-RUN-DATE-N TO DL100-RUL-UPD-DATE.
004650     IF DL140-READD-RULE
004660         REWRITE DL100-RUL-RECORD
004670             INVALID KEY
004680                 DISPLAY "RULEMNT: UNABLE TO REVIVE RULE FOR "
004690                     DL140-CRD-EFF-DATE
004700                 ADD 1 TO DL140-WS-ERROR-COUNT
004710                 GO TO 2100-EXIT
004720         END-REWRITE
004730         MOVE "READD " TO DL140-LOG-ACTION
004740     ELSE
004750         WRITE DL100-RUL-RECORD
004760             INVALID KEY
004770                 DISPLAY "RULEMNT: UNABLE TO WRITE RULE FOR "
004780                     DL140-CRD-EFF-DATE
004790                 ADD 1 TO DL140-WS-ERROR-COUNT
004800                 GO TO 2100-EXIT
004810         END-WRITE
004820         MOVE "ADD   " TO DL140-LOG-ACTION
004830     END-IF.
004840     ADD 1 TO DL140-WS-ADDED-COUNT.
004850     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
004860 2100-EXIT.
004870     EXIT.
004880
004890***************************************************************
004900*  2200-EXPIRE-RULE  --  MARK THE ROW FOR THE CARD'S
004910*                        EFFECTIVE DATE EXPIRED SO IT IS
004920*                        NEVER SELECTED AGAIN, KEEPING IT ON
004930*                        FILE FOR THE AUDIT TRAIL.
004940***************************************************************
004950 2200-EXPIRE-RULE.
004960     MOVE DL140-CRD-EFF-DATE TO DL100-RUL-EFF-DATE.
004970     READ DL140-RUL-FILE
004980         KEY IS DL100-RUL-EFF-DATE
004990         INVALID KEY
005000             DISPLAY "RULEMNT: NO RULE ON FILE FOR "
005010                 DL140-CRD-EFF-DATE ", CARD IGNORED"
005020             ADD 1 TO DL140-WS-ERROR-COUNT
005030             GO TO 2200-EXIT
005040     END-READ.
005050     IF DL100-RUL-IS-EXPIRED
005060         DISPLAY "RULEMNT: RULE FOR " DL140-CRD-EFF-DATE
005070             " IS ALREADY EXPIRED, CARD IGNORED"
005080         ADD 1 TO DL140-WS-ERROR-COUNT
005090         GO TO 2200-EXIT.
005100     MOVE "E" TO DL100-RUL-STATUS.
005110     MOVE DL140-CRD-USER TO DL100-RUL-UPD-USER.
005120     MOVE DL140-WS-RUN-DATE-N TO DL100-RUL-UPD-DATE.
005130     REWRITE DL100-RUL-RECORD
005140         INVALID KEY
005150             DISPLAY "RULEMNT: UNABLE TO REWRITE RULE FOR "
005160                 DL140-CRD-EFF-DATE
005170             ADD 1 TO DL140-WS-ERROR-COUNT
005180             GO TO 2200-EXIT
005190     END-REWRITE.
005200     ADD 1 TO DL140-WS-EXPIRED-COUNT.
005210     MOVE "EXPIRE" TO DL140-LOG-ACTION.
005220     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
005230 2200-EXIT.
005240     EXIT.
005250
005260***************************************************************
005270*  2900-MARK-PENDING  --  RECORD THE OUTCOME OF APPLYING AN
005280*                         APPROVED CARD ON ITS PENDING ROW:
005290*                         APPLIED, OR FAILED WHEN THE CARD
005300*                         DREW AN ERROR, SO IT IS NOT PICKED
005310*                         UP AGAIN BY THE NEXT APPLY RUN.
005320***************************************************************
005330 2900-MARK-PENDING.
005340     IF DL140-WS-ERROR-COUNT > DL140-WS-ERROR-BEFORE
005350         MOVE "F" TO DL100-PND-STATUS
005360     ELSE
005370         MOVE "D" TO DL100-PND-STATUS
005380     END-IF.
005390     MOVE DL140-WS-RUN-DATE-N TO DL100-PND-DONE-DATE.
005400     REWRITE DL100-PND-RECORD
005410         INVALID KEY
005420             DISPLAY "RULEMNT: UNABLE TO MARK PENDING CHANGE "
005430                 DL100-PND-KEY
005440             ADD 1 TO DL140-WS-ERROR-COUNT
005450     END-REWRITE.
005460 2900-EXIT.
005470     EXIT.
005480
005490***************************************************************
005500*  8000-WRITE-LOG  --  APPEND ONE CHANGE LOG ROW: WHO, WHEN,
005510*                      WHICH ACTION, AND THE RULE VALUES AS
005520*                      THEY NOW STAND ON FILE.
005530***************************************************************
005540 8000-WRITE-LOG.
005550     MOVE DL140-WS-RUN-DATE-N TO DL140-LOG-DATE.
005560     MOVE DL140-WS-RUN-TIME(1:6) TO DL140-LOG-TIME.
005570     MOVE DL140-CRD-USER TO DL140-LOG-USER.
005580     MOVE DL100-PND-APPR-USER TO DL140-LOG-APPROVER.
005590     MOVE DL100-RUL-EFF-DATE TO DL140-LOG-EFF-DATE.
005600     MOVE DL100-RUL-LOW-BOUND TO DL140-LOG-LOW-BOUND.
005610     MOVE DL100-RUL-HIGH-BOUND TO DL140-LOG-HIGH-BOUND.
005620     WRITE DL140-LOG-RECORD.
005630 8000-EXIT.
005640     EXIT.
005650
005660***************************************************************
005670*  9000-TERMINATE  --  REPORT THE RUN'S COUNTS, SET THE
005680*                      RETURN CODE, AND CLOSE THE FILES.
005690***************************************************************
005700 9000-TERMINATE.
005710     DISPLAY "RULEMNT: CARDS READ   " DL140-WS-CARD-COUNT.
005720     DISPLAY "RULEMNT: HELD FOR APPROVAL " DL140-WS-KEYED-COUNT.
005730     DISPLAY "RULEMNT: RULES ADDED  " DL140-WS-ADDED-COUNT.
005740     DISPLAY "RULEMNT: RULES EXPIRED " DL140-WS-EXPIRED-COUNT.
005750     DISPLAY "RULEMNT: CARD ERRORS  " DL140-WS-ERROR-COUNT.
005760     IF DL140-WS-ERROR-COUNT > ZERO
005770         AND DL140-WS-RETURN-CODE < 0004
005780         MOVE 0004 TO DL140-WS-RETURN-CODE
005790     END-IF.
005800     IF DL140-WS-RUL-STATUS = "00"
005810         CLOSE DL140-RUL-FILE
005820     END-IF.
005830     IF DL140-WS-CRD-STATUS = "00" OR "10"
005840         CLOSE DL140-CRD-FILE
005850     END-IF.
005860     IF DL140-WS-LOG-STATUS = "00"
005870         CLOSE DL140-LOG-FILE
005880     END-IF.
005890     IF DL140-WS-PND-STATUS = "00" OR "10"
005900         CLOSE DL140-PND-FILE
005910     END-IF.
005920     DISPLAY "RULEMNT: RETURN CODE " DL140-WS-RETURN-CODE.
005930 9000-EXIT.
005940     EXIT.
