000010***************************************************************
000020*  CHGAPPR.CBL
000030*
000040*  MASTER CHANGE APPROVAL.  RULEMNT, RATEMNT, AND BRNMNT NO
000050*  LONGER APPLY A CARD THE NIGHT IT IS KEYED - THEY HOLD IT
000060*  ON THE PENDING-CHANGE FILE (PENDCHG).  THIS RUN IS THE
000070*  SECOND PAIR OF EYES:
000080*
000090*      - EACH DECISION CARD APPROVES OR REJECTS ONE PENDING
000100*        CHANGE.  THE APPROVER (THE PARM USER ID) MAY NOT BE
000110*        THE USER WHO KEYED THE CHANGE, AND A REJECTION MUST
000120*        SAY WHY.  THE DECISION, THE APPROVER, AND THE DATE
000130*        ARE STAMPED ON THE PENDING ROW;
000140*      - THE APPLY STEPS THAT FOLLOW (THE MAINTENANCE
000150*        PROGRAMS WITH PARM "A") APPLY ONLY THE APPROVED
000160*        ROWS TO RULESDD, RATESDD, AND BRANCHDD;
000170*      - THE PENDING-CHANGES LISTING (PNDRPT) PRINTS THE RUN'S
000180*        DECISIONS AND THEN EVERY CHANGE STILL WAITING FOR
000190*        APPROVAL OR FOR THE APPLY RUN, FLAGGING ANY WHOSE
000200*        EFFECTIVE DATE IS TODAY OR ALREADY PAST, SO NOTHING
000210*        SITS UNAPPROVED WHILE THE NIGHTLY RUN GOES AHEAD
000220*        WITHOUT IT.
000230*
000240*  RUN WITH NO DECISION CARDS IT IS JUST THE LISTING.
000250*
000260*  PARM (COLUMNS):
000270*
000280*      1-8   USER ID OF THE APPROVER (REQUIRED WHEN THERE
000290*            ARE DECISION CARDS)
000300*
000310*  DECISION CARDS (APPRCRDS), ONE PER PENDING CHANGE:
000320*
000330*      COL   1     DECISION - "A" APPROVE, "R" REJECT
000340*      COLS  2-19  PENDING CHANGE KEY AS PRINTED BY THE
000350*                  MAINTENANCE RUN AND THE LISTING (KEYED
000360*                  DATE CCYYMMDD, TIME HHMMSS, SEQUENCE)
000370*      COLS 20-39  REASON (REQUIRED TO REJECT)
000380*
000390*  ENDS 0000 WHEN EVERY CARD WAS ACTED ON AND NOTHING IS DUE,
000400*  0004 ON A CARD ERROR OR A CHANGE DUE OR OVERDUE, 0016 ON
000410*  A FILE FAILURE.
000420*
000430*  MODIFICATION HISTORY
000440*  --------------------
000450*  DATE       INIT  DESCRIPTION
000460*  ---------- ----  ------------------------------------------
000470*  2026-10-15 DLP   INITIAL VERSION - THE AUDITORS WANT A
000480*                   SECOND USER TO APPROVE EVERY RULE, RATE,
000490*                   AND BRANCH MASTER CHANGE BEFORE IT GOES
000500*                   LIVE.
000510***************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. CHGAPPR.
000540 AUTHOR. D. L. PRICE.
000550 INSTALLATION. DATA PROCESSING.
000560 DATE-WRITTEN. 2026-10-15.
000570 DATE-COMPILED.
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT DL250-PND-FILE ASSIGN TO "PENDCHG"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS DL100-PND-KEY
000680         FILE STATUS IS DL250-WS-PND-STATUS.
000690     SELECT DL250-CRD-FILE ASSIGN TO "APPRCRDS"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS DL250-WS-CRD-STATUS.
000720     SELECT DL250-RPT-FILE ASSIGN TO "PNDRPT"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS DL250-WS-RPT-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  DL250-PND-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 170 CHARACTERS.
000800     COPY DLPNDREC.
000810
000820 FD  DL250-CRD-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  DL250-CRD-RECORD.
000860     05  DL250-CRD-DECISION      PIC X(01).
000870         88  DL250-CRD-IS-APPROVE        VALUE "A".
000880         88  DL250-CRD-IS-REJECT         VALUE "R".
000890     05  DL250-CRD-KEY.
000900         10  DL250-CRD-KEY-DATE  PIC 9(08).
000910         10  DL250-CRD-KEY-TIME  PIC 9(06).
000920         10  DL250-CRD-KEY-SEQ   PIC 9(04).
000930     05  DL250-CRD-REASON        PIC X(20).
000940     05  FILLER                  PIC X(41).
000950
000960 FD  DL250-RPT-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  DL250-RPT-RECORD            PIC X(80).
001000 WORKING-STORAGE SECTION.
001010 77  DL250-WS-PND-STATUS         PIC X(02)  VALUE SPACES.
001020 77  DL250-WS-CRD-STATUS         PIC X(02)  VALUE SPACES.
001030 77  DL250-WS-RPT-STATUS         PIC X(02)  VALUE SPACES.
001040 77  DL250-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
001050 77  DL250-WS-APPROVER           PIC X(08)  VALUE SPACES.
001060 77  DL250-WS-CARD-COUNT         PIC 9(05)  VALUE ZERO.
001070 77  DL250-WS-APPROVED-COUNT     PIC 9(05)  VALUE ZERO.
001080 77  DL250-WS-REJECTED-COUNT     PIC 9(05)  VALUE ZERO.
001090 77  DL250-WS-ERROR-COUNT        PIC 9(05)  VALUE ZERO.
001100 77  DL250-WS-PENDING-COUNT      PIC 9(05)  VALUE ZERO.
001110 77  DL250-WS-AWAIT-COUNT        PIC 9(05)  VALUE ZERO.
001120 77  DL250-WS-DUE-COUNT          PIC 9(05)  VALUE ZERO.
001130 01  DL250-WS-SWITCHES.
001140     05  DL250-WS-CRD-EOF-SW     PIC X(01)  VALUE "N".
001150         88  DL250-EOF-CARDS                VALUE "Y".
001160     05  DL250-WS-PND-EOF-SW     PIC X(01)  VALUE "N".
001170         88  DL250-EOF-PENDING              VALUE "Y".
001180 01  DL250-WS-RUN-DATE.
001190     05  DL250-WS-RUN-CCYY       PIC 9(04).
001200     05  DL250-WS-RUN-MM         PIC 9(02).
001210     05  DL250-WS-RUN-DD         PIC 9(02).
001220 01  DL250-WS-RUN-DATE-N REDEFINES DL250-WS-RUN-DATE
001230                                 PIC 9(08).
001240***************************************************************
001250*  REPORT LINE LAYOUTS
001260***************************************************************
001270 01  DL250-WS-HDR-LINE.
001280     05  FILLER                  PIC X(30)
001290             VALUE "PENDING MASTER CHANGES - AS AT".
001300     05  FILLER                  PIC X(01)  VALUE SPACE.
001310     05  DL250-HL-CCYY           PIC 9(04).
001320     05  FILLER                  PIC X(01)  VALUE "-".
001330     05  DL250-HL-MM             PIC 9(02).
001340     05  FILLER                  PIC X(01)  VALUE "-".
001350     05  DL250-HL-DD             PIC 9(02).
001360     05  FILLER                  PIC X(39)  VALUE SPACES.
001370 01  DL250-WS-SEC-LINE.
001380     05  FILLER                  PIC X(01)  VALUE SPACE.
001390     05  DL250-SEC-TEXT          PIC X(50).
001400     05  FILLER                  PIC X(29)  VALUE SPACES.
001410 01  DL250-WS-DCL-LINE.
001420     05  FILLER                  PIC X(36)
001430             VALUE " DECISION TYP KEYED ON TIME   SEQ  K".
001440     05  FILLER                  PIC X(23)
001450             VALUE "EYED BY  REASON        ".
001460     05  FILLER                  PIC X(21)  VALUE SPACES.
001470 01  DL250-WS-DEC-LINE.
001480     05  FILLER                  PIC X(01)  VALUE SPACES.
001490     05  DL250-DC-DECISION       PIC X(08).
001500     05  FILLER                  PIC X(01)  VALUE SPACES.
001510     05  DL250-DC-TYPE           PIC X(03).
001520     05  FILLER                  PIC X(01)  VALUE SPACES.
001530     05  DL250-DC-KEY-DATE       PIC 9(08).
001540     05  FILLER                  PIC X(01)  VALUE SPACES.
001550     05  DL250-DC-KEY-TIME       PIC 9(06).
001560     05  FILLER                  PIC X(01)  VALUE SPACES.
001570     05  DL250-DC-KEY-SEQ        PIC 9(04).
001580     05  FILLER                  PIC X(02)  VALUE SPACES.
001590     05  DL250-DC-KEY-USER       PIC X(08).
001600     05  FILLER                  PIC X(01)  VALUE SPACES.
001610     05  DL250-DC-REASON         PIC X(20).
001620     05  FILLER                  PIC X(15)  VALUE SPACES.
001630 01  DL250-WS-COL-LINE.
001640     05  FILLER                  PIC X(36)
001650             VALUE " TYP KEYED ON TIME   SEQ   EFF DATE ".
001660     05  FILLER                  PIC X(30)
001670             VALUE " KEYED BY  STATUS        FLAG ".
001680     05  FILLER                  PIC X(14)  VALUE SPACES.
001690 01  DL250-WS-DET-LINE.
001700     05  FILLER                  PIC X(01)  VALUE SPACES.
001710     05  DL250-DL-TYPE           PIC X(03).
001720     05  FILLER                  PIC X(01)  VALUE SPACES.
001730     05  DL250-DL-KEY-DATE       PIC 9(08).
001740     05  FILLER                  PIC X(01)  VALUE SPACES.
001750     05  DL250-DL-KEY-TIME       PIC 9(06).
001760     05  FILLER                  PIC X(01)  VALUE SPACES.
001770     05  DL250-DL-KEY-SEQ        PIC 9(04).
001780     05  FILLER                  PIC X(02)  VALUE SPACES.
001790     05  DL250-DL-EFF-DATE       PIC 9(08).
001800     05  FILLER                  PIC X(02)  VALUE SPACES.
001810     05  DL250-DL-KEY-USER       PIC X(08).
001820     05  FILLER                  PIC X(02)  VALUE SPACES.
001830     05  DL250-DL-STATUS         PIC X(12).
001840     05  FILLER                  PIC X(02)  VALUE SPACES.
001850     05  DL250-DL-FLAG           PIC X(10).
001860     05  FILLER                  PIC X(09)  VALUE SPACES.
001870 01  DL250-WS-CRD-LINE.
001880     05  FILLER                  PIC X(06)  VALUE SPACES.
001890     05  FILLER                  PIC X(06)  VALUE "CARD: ".
001900     05  DL250-CL-CARD           PIC X(66).
001910     05  FILLER                  PIC X(02)  VALUE SPACES.
001920 01  DL250-WS-NIL-LINE.
001930     05  FILLER                  PIC X(40)
001940             VALUE "  NONE".
001950     05  FILLER                  PIC X(40)  VALUE SPACES.
001960 01  DL250-WS-SUM-LINE.
001970     05  DL250-SL-LABEL          PIC X(26).
001980     05  DL250-SL-COUNT          PIC ZZZZZZ9.
001990     05  FILLER                  PIC X(47)  VALUE SPACES.
002000 LINKAGE SECTION.
002010***************************************************************
002020*  DL250-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
002030*                       COLUMNS 1-8 ARE THE APPROVER'S USER
002040*                       ID.
002050***************************************************************
002060 01  DL250-PARM-AREA.
002070     05  DL250-PARM-LEN          PIC S9(04) COMP.
002080     05  DL250-PARM-TEXT         PIC X(80).
002090     05  DL250-PARM-FIELDS REDEFINES DL250-PARM-TEXT.
002100         10  DL250-PARM-APPROVER PIC X(08).
002110         10  FILLER              PIC X(72).
002120 PROCEDURE DIVISION USING DL250-PARM-AREA.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002160         UNTIL DL250-EOF-CARDS.
002170     IF DL250-WS-RETURN-CODE < 0016
002180         PERFORM 5000-LIST-PENDING THRU 5000-EXIT
002190     END-IF.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210     MOVE DL250-WS-RETURN-CODE TO RETURN-CODE.
002220     STOP RUN.
002230
002240***************************************************************
002250*  1000-INITIALIZE  --  TAKE THE APPROVER FROM THE PARM, OPEN
002260*                       THE PENDING-CHANGE FILE FOR UPDATE,
002270*                       THE DECISION CARDS, AND THE LISTING,
002280*                       PRINT THE HEADING, AND PRIME THE CARD
002290*                       READ.
002300***************************************************************
002310 1000-INITIALIZE.
002320     ACCEPT DL250-WS-RUN-DATE FROM DATE YYYYMMDD.
002330     IF DL250-PARM-LEN > ZERO
002340         MOVE DL250-PARM-APPROVER TO DL250-WS-APPROVER
002350     END-IF.
002360     OPEN OUTPUT DL250-RPT-FILE.
002370     IF DL250-WS-RPT-STATUS NOT = "00"
002380         DISPLAY "CHGAPPR: UNABLE TO OPEN PNDRPT, STATUS = "
002390             DL250-WS-RPT-STATUS
002400         SET DL250-EOF-CARDS TO TRUE
002410         MOVE 0016 TO DL250-WS-RETURN-CODE
002420         GO TO 1000-EXIT.
002430     OPEN I-O DL250-PND-FILE.
002440     IF DL250-WS-PND-STATUS NOT = "00"
002450         DISPLAY "CHGAPPR: UNABLE TO OPEN PENDCHG, STATUS = "
002460             DL250-WS-PND-STATUS
002470         SET DL250-EOF-CARDS TO TRUE
002480         MOVE 0016 TO DL250-WS-RETURN-CODE
002490         GO TO 1000-EXIT.
002500     OPEN INPUT DL250-CRD-FILE.
002510     IF DL250-WS-CRD-STATUS NOT = "00"
002520         DISPLAY "CHGAPPR: UNABLE TO OPEN APPRCRDS, STATUS = "
002530             DL250-WS-CRD-STATUS
002540         SET DL250-EOF-CARDS TO TRUE
002550         MOVE 0016 TO DL250-WS-RETURN-CODE
002560         GO TO 1000-EXIT.
002570     MOVE DL250-WS-RUN-CCYY TO DL250-HL-CCYY.
002580     MOVE DL250-WS-RUN-MM TO DL250-HL-MM.
002590     MOVE DL250-WS-RUN-DD TO DL250-HL-DD.
002600     MOVE DL250-WS-HDR-LINE TO DL250-RPT-RECORD.
002610     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
002620     MOVE "DECISIONS THIS RUN" TO DL250-SEC-TEXT.
002630     MOVE DL250-WS-SEC-LINE TO DL250-RPT-RECORD.
002640     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
002650     MOVE DL250-WS-DCL-LINE TO DL250-RPT-RECORD.
002660     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
002670     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002680     IF DL250-EOF-CARDS
002690         MOVE DL250-WS-NIL-LINE TO DL250-RPT-RECORD
002700         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.
002740
002750 1100-READ-CARD.
002760     READ DL250-CRD-FILE
002770         AT END
002780             SET DL250-EOF-CARDS TO TRUE
002790     END-READ.
002800 1100-EXIT.
002810     EXIT.
002820
002830***************************************************************
002840*  2000-PROCESS-CARD  --  CHECK ONE DECISION CARD AGAINST ITS
002850*                         PENDING CHANGE AND, WHEN IT STANDS,
002860*                         STAMP THE DECISION ON THE ROW.
002870***************************************************************
002880 2000-PROCESS-CARD.
002890     ADD 1 TO DL250-WS-CARD-COUNT.
002900     IF NOT DL250-CRD-IS-APPROVE
002910         AND NOT DL250-CRD-IS-REJECT
002920         DISPLAY "CHGAPPR: CARD " DL250-WS-CARD-COUNT
002930             " HAS UNKNOWN DECISION " DL250-CRD-DECISION
002940             ", IGNORED"
002950         ADD 1 TO DL250-WS-ERROR-COUNT
002960         GO TO 2000-NEXT.
002970     IF DL250-WS-APPROVER = SPACES
002980         DISPLAY "CHGAPPR: CARD " DL250-WS-CARD-COUNT
002990             " - NO APPROVER USER ID IN THE PARM, IGNORED"
003000         ADD 1 TO DL250-WS-ERROR-COUNT
003010         GO TO 2000-NEXT.
003020     IF DL250-CRD-IS-REJECT
003030         AND DL250-CRD-REASON = SPACES
003040         DISPLAY "CHGAPPR: CARD " DL250-WS-CARD-COUNT
003050             " REJECTS WITHOUT A REASON, IGNORED"
003060         ADD 1 TO DL250-WS-ERROR-COUNT
003070         GO TO 2000-NEXT.
003080     MOVE DL250-CRD-KEY TO DL100-PND-KEY.
003090     READ DL250-PND-FILE
003100         KEY IS DL100-PND-KEY
003110         INVALID KEY
003120             DISPLAY "CHGAPPR: CARD " DL250-WS-CARD-COUNT
003130                 " - NO PENDING CHANGE " DL250-CRD-KEY
003140                 ", IGNORED"
003150             ADD 1 TO DL250-WS-ERROR-COUNT
003160             GO TO 2000-NEXT
003170     END-READ.
003180     IF NOT DL100-PND-IS-PENDING
003190         DISPLAY "CHGAPPR: CARD " DL250-WS-CARD-COUNT
003200             " - CHANGE " DL250-CRD-KEY
003210             " IS NOT AWAITING A DECISION, IGNORED"
003220         ADD 1 TO DL250-WS-ERROR-COUNT
003230         GO TO 2000-NEXT.
003240*    THE WHOLE POINT OF THE RUN: WHOEVER KEYED THE CHANGE
003250*    CANNOT ALSO APPROVE (OR REJECT) IT.
003260     IF DL100-PND-KEY-USER = DL250-WS-APPROVER
003270         DISPLAY "CHGAPPR: CARD " DL250-WS-CARD-COUNT
003280             " - CHANGE " DL250-CRD-KEY " WAS KEYED BY "
003290             DL250-WS-APPROVER ", WHO CANNOT DECIDE IT"
003300         ADD 1 TO DL250-WS-ERROR-COUNT
003310         GO TO 2000-NEXT.
003320     IF DL250-CRD-IS-APPROVE
003330         MOVE "A" TO DL100-PND-STATUS
003340     ELSE
003350         MOVE "R" TO DL100-PND-STATUS
003360     END-IF.
003370     MOVE DL250-WS-APPROVER TO DL100-PND-APPR-USER.
003380     MOVE DL250-WS-RUN-DATE-N TO DL100-PND-APPR-DATE.
003390     MOVE DL250-CRD-REASON TO DL100-PND-REASON.
003400     REWRITE DL100-PND-RECORD
003410         INVALID KEY
003420             DISPLAY "CHGAPPR: UNABLE TO REWRITE PENDING "
003430                 "CHANGE " DL250-CRD-KEY
003440             ADD 1 TO DL250-WS-ERROR-COUNT
003450             GO TO 2000-NEXT
003460     END-REWRITE.
003470     IF DL100-PND-IS-APPROVED
003480         ADD 1 TO DL250-WS-APPROVED-COUNT
003490         MOVE "APPROVED" TO DL250-DC-DECISION
003500     ELSE
003510         ADD 1 TO DL250-WS-REJECTED-COUNT
003520         MOVE "REJECTED" TO DL250-DC-DECISION
003530     END-IF.
003540     MOVE DL100-PND-TYPE TO DL250-DC-TYPE.
003550     MOVE DL100-PND-KEY-DATE TO DL250-DC-KEY-DATE.
003560     MOVE DL100-PND-KEY-TIME TO DL250-DC-KEY-TIME.
003570     MOVE DL100-PND-KEY-SEQ TO DL250-DC-KEY-SEQ.
003580     MOVE DL100-PND-KEY-USER TO DL250-DC-KEY-USER.
003590     MOVE DL100-PND-REASON TO DL250-DC-REASON.
003600     MOVE DL250-WS-DEC-LINE TO DL250-RPT-RECORD.
003610     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003620 2000-NEXT.
003630     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003640 2000-EXIT.
003650     EXIT.
003660
003670***************************************************************
003680*  5000-LIST-PENDING  --  READ THE PENDING-CHANGE FILE FROM
003690*                         THE TOP AND LIST EVERY CHANGE STILL
003700*                         AWAITING A DECISION OR THE APPLY
003710*                         RUN.
003720***************************************************************
003730 5000-LIST-PENDING.
003740     CLOSE DL250-PND-FILE.
003750     OPEN INPUT DL250-PND-FILE.
003760     IF DL250-WS-PND-STATUS NOT = "00"
003770         DISPLAY "CHGAPPR: UNABLE TO REOPEN PENDCHG, STATUS = "
003780             DL250-WS-PND-STATUS
003790         MOVE 0016 TO DL250-WS-RETURN-CODE
003800         GO TO 5000-EXIT.
003810     MOVE "CHANGES AWAITING APPROVAL OR THE APPLY RUN"
003820         TO DL250-SEC-TEXT.
003830     MOVE DL250-WS-SEC-LINE TO DL250-RPT-RECORD.
003840     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003850     MOVE DL250-WS-COL-LINE TO DL250-RPT-RECORD.
003860     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
003870     PERFORM 5100-LIST-PENDING-ROW THRU 5100-EXIT
003880         UNTIL DL250-EOF-PENDING.
003890     IF DL250-WS-PENDING-COUNT = ZERO
003900         AND DL250-WS-AWAIT-COUNT = ZERO
003910         MOVE DL250-WS-NIL-LINE TO DL250-RPT-RECORD
003920         PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT
003930     END-IF.
003940 5000-EXIT.
003950     EXIT.
003960
003970***************************************************************
003980*  5100-LIST-PENDING-ROW  --  ONE LINE AND ITS CARD IMAGE PER
003990*                             OPEN CHANGE.  A CHANGE STILL
004000*                             OPEN ON OR AFTER ITS EFFECTIVE
004010*                             DATE IS FLAGGED - THE NIGHTLY
004020*                             RUN IS GOING AHEAD WITHOUT IT.
004030***************************************************************
004040 5100-LIST-PENDING-ROW.
004050     READ DL250-PND-FILE NEXT RECORD
004060         AT END
004070             SET DL250-EOF-PENDING TO TRUE
004080             GO TO 5100-EXIT
004090     END-READ.
004100     IF NOT DL100-PND-IS-PENDING
004110         AND NOT DL100-PND-IS-APPROVED
004120         GO TO 5100-EXIT.
004130     IF DL100-PND-IS-PENDING
004140         ADD 1 TO DL250-WS-PENDING-COUNT
004150         MOVE "PENDING" TO DL250-DL-STATUS
004160     ELSE
004170         ADD 1 TO DL250-WS-AWAIT-COUNT
004180         MOVE "APPROVED" TO DL250-DL-STATUS
004190     END-IF.
004200     EVALUATE TRUE
004210         WHEN DL100-PND-EFF-DATE < DL250-WS-RUN-DATE-N
004220             MOVE "OVERDUE" TO DL250-DL-FLAG
004230             ADD 1 TO DL250-WS-DUE-COUNT
004240         WHEN DL100-PND-EFF-DATE = DL250-WS-RUN-DATE-N
004250             MOVE "DUE TODAY" TO DL250-DL-FLAG
004260             ADD 1 TO DL250-WS-DUE-COUNT
004270         WHEN OTHER
004280             MOVE SPACES TO DL250-DL-FLAG
004290     END-EVALUATE.
004300     MOVE DL100-PND-TYPE TO DL250-DL-TYPE.
004310     MOVE DL100-PND-KEY-DATE TO DL250-DL-KEY-DATE.
004320     MOVE DL100-PND-KEY-TIME TO DL250-DL-KEY-TIME.
004330     MOVE DL100-PND-KEY-SEQ TO DL250-DL-KEY-SEQ.
004340     MOVE DL100-PND-EFF-DATE TO DL250-DL-EFF-DATE.
004350     MOVE DL100-PND-KEY-USER TO DL250-DL-KEY-USER.
004360     MOVE DL250-WS-DET-LINE TO DL250-RPT-RECORD.
004370     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004380     MOVE DL100-PND-CARD TO DL250-CL-CARD.
004390     MOVE DL250-WS-CRD-LINE TO DL250-RPT-RECORD.
004400     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004410 5100-EXIT.
004420     EXIT.
004430
004440 8100-WRITE-RPT-LINE.
004450     IF DL250-WS-RPT-STATUS = "00"
004460         WRITE DL250-RPT-RECORD
004470     END-IF.
004480 8100-EXIT.
004490     EXIT.
004500
004510***************************************************************
004520*  9000-TERMINATE  --  PRINT THE SUMMARY, SET THE RETURN
004530*                      CODE, AND CLOSE THE FILES.
004540***************************************************************
004550 9000-TERMINATE.
004560     MOVE "DECISION CARDS READ:      " TO DL250-SL-LABEL.
004570     MOVE DL250-WS-CARD-COUNT TO DL250-SL-COUNT.
004580     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
004590     MOVE "CHANGES APPROVED:         " TO DL250-SL-LABEL.
004600     MOVE DL250-WS-APPROVED-COUNT TO DL250-SL-COUNT.
004610     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
004620     MOVE "CHANGES REJECTED:         " TO DL250-SL-LABEL.
004630     MOVE DL250-WS-REJECTED-COUNT TO DL250-SL-COUNT.
004640     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
004650     MOVE "CARD ERRORS:              " TO DL250-SL-LABEL.
004660     MOVE DL250-WS-ERROR-COUNT TO DL250-SL-COUNT.
004670     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
004680     MOVE "AWAITING APPROVAL:        " TO DL250-SL-LABEL.
004690     MOVE DL250-WS-PENDING-COUNT TO DL250-SL-COUNT.
004700     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
004710     MOVE "APPROVED, NOT YET APPLIED:" TO DL250-SL-LABEL.
004720     MOVE DL250-WS-AWAIT-COUNT TO DL250-SL-COUNT.
004730     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
004740     MOVE "DUE OR OVERDUE:           " TO DL250-SL-LABEL.
004750     MOVE DL250-WS-DUE-COUNT TO DL250-SL-COUNT.
004760     PERFORM 9100-PRINT-SUM-LINE THRU 9100-EXIT.
004770     IF (DL250-WS-ERROR-COUNT > ZERO
004780         OR DL250-WS-DUE-COUNT > ZERO)
004790         AND DL250-WS-RETURN-CODE < 0004
004800         MOVE 0004 TO DL250-WS-RETURN-CODE
004810     END-IF.
004820     IF DL250-WS-PND-STATUS = "00" OR "10"
004830         CLOSE DL250-PND-FILE
004840     END-IF.
004850     IF DL250-WS-CRD-STATUS = "00" OR "10"
004860         CLOSE DL250-CRD-FILE
004870     END-IF.
004880     IF DL250-WS-RPT-STATUS = "00"
004890         CLOSE DL250-RPT-FILE
004900     END-IF.
004910     DISPLAY "CHGAPPR: RETURN CODE " DL250-WS-RETURN-CODE.
004920 9000-EXIT.
004930     EXIT.
004940
004950 9100-PRINT-SUM-LINE.
004960     MOVE DL250-WS-SUM-LINE TO DL250-RPT-RECORD.
004970     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
004980 9100-EXIT.
004990     EXIT.
