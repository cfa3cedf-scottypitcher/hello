000010***************************************************************
000020*  RUNCTL.CBL
000030*
000040*  RUN-CONTROL RECORDING STEP.  THE PROGRAMS OF THE SUITE
000050*  WRITE THEIR OWN ROWS ON THE RUN-CONTROL LEDGER (RUNCTL);
000060*  A STEP THAT RUNS A UTILITY OR AN OUTSIDE PROGRAM (IEFBR14,
000070*  ICETOOL, SETL100, GLLD100) CANNOT, SO THIS STEP FOLLOWS IT
000080*  AND RECORDS IT: ONE ROW PER BUSINESS DATE ON TONIGHT'S
000090*  DAILYCNT HEADERS, WITH THE STEP NAME, PROGRAM, AND
000100*  CONDITION CODE FROM THE PARM.
000110*
000120*  THE STEP'S OWN COND= CARRIES THE RECORDED STEP'S COND=
000130*  PLUS (0,NE,STEP), SO IT RUNS - AND THE ROW IS WRITTEN -
000140*  ONLY WHEN THE STEP RAN AND ENDED CLEAN.  A STEP SKIPPED,
000150*  FAILED, OR CANCELLED LEAVES NO ROW, WHICH IS WHAT THE
000160*  PRE-FLIGHT GATE (RUNGATE) LOOKS FOR THE NEXT NIGHT.
000170*
000180*  PARM (COLUMNS):
000190*
000200*      1-8   STEP NAME BEING RECORDED (REQUIRED)
000210*      9-16  PROGRAM THE STEP RAN
000220*      17-20 CONDITION CODE TO RECORD (BLANK - 0000)
000230*
000240*  ENDS 0000 WHEN THE ROWS ARE WRITTEN, 0004 WHEN DAILYCNT
000250*  CARRIES NO BUSINESS DATE (NOTHING RECORDED), 0016 ON A BAD
000260*  PARM OR WHEN THE LEDGER CANNOT BE WRITTEN.
000270*
000280*  MODIFICATION HISTORY
000290*  --------------------
000300*  DATE       INIT  DESCRIPTION
000310*  ---------- ----  ------------------------------------------
000320*  2026-10-15 DLP   INITIAL VERSION - RECORDS THE UTILITY
000330*                   STEPS OF HELLOJOB ON THE RUN-CONTROL
000340*                   LEDGER.
000350***************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. RUNCTL.
000380 AUTHOR. D. L. PRICE.
000390 INSTALLATION. DATA PROCESSING.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT DL300-IN-FILE ASSIGN TO "DAILYCNT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS DL300-WS-IN-STATUS.
000510     SELECT DL300-RCL-FILE ASSIGN TO "RUNCTL"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DL300-WS-RCL-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  DL300-IN-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 80 CHARACTERS.
000590     COPY DLINREC.
000600
000610 FD  DL300-RCL-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 80 CHARACTERS.
000640     COPY DLRCLREC.
000650 WORKING-STORAGE SECTION.
000660 77  DL300-WS-IN-STATUS          PIC X(02)  VALUE SPACES.
000670 77  DL300-WS-RCL-STATUS         PIC X(02)  VALUE SPACES.
000680 77  DL300-WS-RETURN-CODE        PIC 9(04)  VALUE ZERO.
000690 77  DL300-WS-STEP               PIC X(08)  VALUE SPACES.
000700 77  DL300-WS-PROGRAM            PIC X(08)  VALUE SPACES.
000710 77  DL300-WS-STEP-RC            PIC 9(04)  VALUE ZERO.
000720 77  DL300-WS-ROW-COUNT          PIC 9(03)  VALUE ZERO.
000730 77  DL300-WS-DAY-USED           PIC 9(03)  COMP VALUE ZERO.
000740 77  DL300-WS-DAY-IDX            PIC 9(03)  COMP VALUE ZERO.
000750 77  DL300-WS-DAY-FOUND          PIC 9(03)  COMP VALUE ZERO.
000760 77  DL300-WS-SRCH-DATE          PIC 9(08)  VALUE ZERO.
000770 01  DL300-WS-SWITCHES.
000780     05  DL300-WS-IN-EOF-SW      PIC X(01)  VALUE "N".
000790         88  DL300-EOF-INPUT                VALUE "Y".
000800 01  DL300-WS-RUN-DATE.
000810     05  DL300-WS-RUN-CCYY       PIC 9(04).
000820     05  DL300-WS-RUN-MM         PIC 9(02).
000830     05  DL300-WS-RUN-DD         PIC 9(02).
000840 01  DL300-WS-RUN-DATE-N REDEFINES DL300-WS-RUN-DATE
000850                                 PIC 9(08).
000860 01  DL300-WS-RUN-TIME           PIC 9(08)  VALUE ZERO.
000870***************************************************************
000880*  TONIGHT'S BUSINESS DATES, FROM THE DAILYCNT HEADERS.
000890***************************************************************
000900 01  DL300-WS-DAY-TABLE.
000910     05  DL300-WS-DAY-ENTRY OCCURS 50 TIMES.
000920         10  DL300-WS-DY-DATE    PIC 9(08).
000930 LINKAGE SECTION.
000940***************************************************************
000950*  DL300-PARM-AREA  --  THE JCL PARM PASSED TO THIS STEP.
000960***************************************************************
000970 01  DL300-PARM-AREA.
000980     05  DL300-PARM-LEN          PIC S9(04) COMP.
000990     05  DL300-PARM-TEXT         PIC X(80).
001000     05  DL300-PARM-FIELDS REDEFINES DL300-PARM-TEXT.
001010         10  DL300-PARM-STEP     PIC X(08).
001020         10  DL300-PARM-PROGRAM  PIC X(08).
001030         10  DL300-PARM-RC       PIC X(04).
001040         10  DL300-PARM-RC-N REDEFINES DL300-PARM-RC
001050                                 PIC 9(04).
001060         10  FILLER              PIC X(60).
001070 PROCEDURE DIVISION USING DL300-PARM-AREA.
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     IF DL300-WS-RETURN-CODE < 0016
001110         PERFORM 2000-WRITE-ROWS THRU 2000-EXIT
001120     END-IF.
001130     DISPLAY "RUNCTL: " DL300-WS-STEP " RECORDED FOR "
001140         DL300-WS-ROW-COUNT " BUSINESS DATE(S), RC "
001150         DL300-WS-STEP-RC.
001160     DISPLAY "RUNCTL: RETURN CODE " DL300-WS-RETURN-CODE.
001170     MOVE DL300-WS-RETURN-CODE TO RETURN-CODE.
001180     STOP RUN.
001190
001200***************************************************************
001210*  1000-INITIALIZE  --  CHECK THE PARM AND COLLECT TONIGHT'S
001220*                       BUSINESS DATES.
001230***************************************************************
001240 1000-INITIALIZE.
001250     ACCEPT DL300-WS-RUN-DATE FROM DATE YYYYMMDD.
001260     ACCEPT DL300-WS-RUN-TIME FROM TIME.
001270     IF DL300-PARM-LEN > ZERO
001280         MOVE DL300-PARM-STEP TO DL300-WS-STEP
001290         MOVE DL300-PARM-PROGRAM TO DL300-WS-PROGRAM
001300     END-IF.
001310     IF DL300-WS-STEP = SPACES
001320         DISPLAY "RUNCTL: PARM MUST NAME THE STEP RECORDED"
001330         MOVE 0016 TO DL300-WS-RETURN-CODE
001340         GO TO 1000-EXIT.
001350     IF DL300-PARM-LEN > 16
001360         AND DL300-PARM-RC NOT = SPACES
001370         IF DL300-PARM-RC NUMERIC
001380             MOVE DL300-PARM-RC-N TO DL300-WS-STEP-RC
001390         ELSE
001400             DISPLAY "RUNCTL: PARM CONDITION CODE "
001410                 DL300-PARM-RC " IS NOT NUMERIC"
001420             MOVE 0016 TO DL300-WS-RETURN-CODE
001430             GO TO 1000-EXIT
001440         END-IF
001450     END-IF.
001460     OPEN INPUT DL300-IN-FILE.
001470     IF DL300-WS-IN-STATUS NOT = "00"
001480         DISPLAY "RUNCTL: DAILYCNT NOT AVAILABLE, STATUS = "
001490             DL300-WS-IN-STATUS
001500         MOVE 0004 TO DL300-WS-RETURN-CODE
001510         GO TO 1000-EXIT.
001520     PERFORM 1100-SCAN-INPUT THRU 1100-EXIT
001530         UNTIL DL300-EOF-INPUT.
001540     CLOSE DL300-IN-FILE.
001550     IF DL300-WS-DAY-USED = ZERO
001560         DISPLAY "RUNCTL: NO BUSINESS DATE ON DAILYCNT - "
001570             DL300-WS-STEP " NOT RECORDED"
001580         MOVE 0004 TO DL300-WS-RETURN-CODE
001590     END-IF.
001600 1000-EXIT.
001610     EXIT.
001620
001630***************************************************************
001640*  1100-SCAN-INPUT  --  COLLECT THE DISTINCT BUSINESS DATES
001650*                       FROM TONIGHT'S DAILYCNT HEADERS.
001660***************************************************************
001670 1100-SCAN-INPUT.
001680     READ DL300-IN-FILE
001690         AT END
001700             SET DL300-EOF-INPUT TO TRUE
001710             GO TO 1100-EXIT
001720     END-READ.
001730     IF NOT DL100-IN-IS-HDR
001740         GO TO 1100-EXIT.
001750     IF DL100-IN-HDR-DATE NOT NUMERIC
001760         OR DL100-IN-HDR-DATE = ZERO
001770         GO TO 1100-EXIT.
001780     MOVE DL100-IN-HDR-DATE TO DL300-WS-SRCH-DATE.
001790     PERFORM 2100-FIND-DAY-ENTRY THRU 2100-EXIT.
001800     IF DL300-WS-DAY-FOUND > ZERO
001810         GO TO 1100-EXIT.
001820     IF DL300-WS-DAY-USED >= 50
001830         DISPLAY "RUNCTL: DATE TABLE FULL, "
001840             DL300-WS-SRCH-DATE " NOT RECORDED"
001850         GO TO 1100-EXIT
001860     END-IF.
001870     ADD 1 TO DL300-WS-DAY-USED.
001880     MOVE DL300-WS-SRCH-DATE
001890         TO DL300-WS-DY-DATE(DL300-WS-DAY-USED).
001900 1100-EXIT.
001910     EXIT.
001920
001930***************************************************************
001940*  2000-WRITE-ROWS  --  ONE LEDGER ROW PER BUSINESS DATE.
001950***************************************************************
001960 2000-WRITE-ROWS.
001970     IF DL300-WS-DAY-USED = ZERO
001980         GO TO 2000-EXIT.
001990     OPEN OUTPUT DL300-RCL-FILE.
002000     IF DL300-WS-RCL-STATUS NOT = "00"
002010         DISPLAY "RUNCTL: UNABLE TO OPEN RUNCTL, STATUS = "
002020             DL300-WS-RCL-STATUS
002030         MOVE 0016 TO DL300-WS-RETURN-CODE
002040         GO TO 2000-EXIT.
002050     MOVE 1 TO DL300-WS-DAY-IDX.
002060     PERFORM 2200-WRITE-ONE-ROW THRU 2200-EXIT
002070         UNTIL DL300-WS-DAY-IDX > DL300-WS-DAY-USED.
002080     CLOSE DL300-RCL-FILE.
002090 2000-EXIT.
002100     EXIT.
002110
002120 2100-FIND-DAY-ENTRY.
002130     MOVE ZERO TO DL300-WS-DAY-FOUND.
002140     MOVE 1 TO DL300-WS-DAY-IDX.
002150     PERFORM 2110-TEST-DAY-ENTRY THRU 2110-EXIT
002160         UNTIL DL300-WS-DAY-FOUND > ZERO
002170         OR DL300-WS-DAY-IDX > DL300-WS-DAY-USED.
002180 2100-EXIT.
002190     EXIT.
002200
002210 2110-TEST-DAY-ENTRY.
002220     IF DL300-WS-DY-DATE(DL300-WS-DAY-IDX)
002230         = DL300-WS-SRCH-DATE
002240         MOVE DL300-WS-DAY-IDX TO DL300-WS-DAY-FOUND
002250     ELSE
002260         ADD 1 TO DL300-WS-DAY-IDX
002270     END-IF.
002280 2110-EXIT.
002290     EXIT.
002300
002310 2200-WRITE-ONE-ROW.
002320     MOVE SPACES TO DL100-RCL-RECORD.
002330     MOVE DL300-WS-DY-DATE(DL300-WS-DAY-IDX)
002340         TO DL100-RCL-BUS-DATE.
002350     MOVE DL300-WS-STEP TO DL100-RCL-STEP.
002360     MOVE DL300-WS-PROGRAM TO DL100-RCL-PROGRAM.
002370     MOVE DL300-WS-STEP-RC TO DL100-RCL-RC.
002380     SET DL100-RCL-IS-RECORDED TO TRUE.
002390     MOVE DL300-WS-RUN-DATE-N TO DL100-RCL-RUN-DATE.
002400     MOVE DL300-WS-RUN-TIME(1:6) TO DL100-RCL-RUN-TIME.
002410     WRITE DL100-RCL-RECORD.
002420     IF DL300-WS-RCL-STATUS NOT = "00"
002430         DISPLAY "RUNCTL: UNABLE TO WRITE RUNCTL, STATUS = "
002440             DL300-WS-RCL-STATUS
002450         MOVE 0016 TO DL300-WS-RETURN-CODE
002460     ELSE
002470         ADD 1 TO DL300-WS-ROW-COUNT
002480     END-IF.
002490     ADD 1 TO DL300-WS-DAY-IDX.
002500 2200-EXIT.
002510     EXIT.
