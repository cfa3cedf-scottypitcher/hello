000426*                   BRANCH.  THE ACKNOWLEDGMENT LAYOUT
000427*                   (ABOVE) WAS AGREED WITH THE SETTLEMENT
000428*                   TEAM FOR ITEMIZED CLEARING.
000429*  2026-10-15 DLP   RECORD THE STEP ON THE RUN-CONTROL LEDGER
000430*                   (RUNCTL) UNDER THE LATEST BUSINESS DATE ON
000431*                   THE EXTRACT, WITH THE RUN'S RETURN CODE.
000432***************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. SETLACK.
000460 AUTHOR. D. L. PRICE.
000620     SELECT DL130-RPT-FILE ASSIGN TO "ACKEXRPT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DL130-WS-RPT-STATUS.
000641     SELECT DL130-RCL-FILE ASSIGN TO "RUNCTL"
000642         ORGANIZATION IS SEQUENTIAL
000643         FILE STATUS IS DL130-WS-RCL-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  DL130-EXT-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860 01  DL130-RPT-RECORD            PIC X(80).
000861
000862 FD  DL130-RCL-FILE
000863     LABEL RECORDS ARE STANDARD
000864     RECORD CONTAINS 80 CHARACTERS.
000865     COPY DLRCLREC.
000870 WORKING-STORAGE SECTION.
000880 77  DL130-WS-EXT-STATUS         PIC X(02)  VALUE SPACES.
000890 77  DL130-WS-ACK-STATUS         PIC X(02)  VALUE SPACES.
001030 77  DL130-WS-EXT-IDX            PIC 9(03)  COMP VALUE ZERO.
001040 77  DL130-WS-EXT-FOUND          PIC 9(03)  COMP VALUE ZERO.
001050 77  DL130-WS-SHIFT-IDX          PIC 9(03)  COMP VALUE ZERO.
001051 77  DL130-WS-RCL-STATUS         PIC X(02)  VALUE SPACES.
001052 77  DL130-WS-RCL-DATE           PIC 9(08)  VALUE ZERO.
001053 77  DL130-WS-RUN-TIME           PIC 9(08)  VALUE ZERO.
001060 01  DL130-WS-SWITCHES.
001070     05  DL130-WS-EXT-EOF-SW     PIC X(01)  VALUE "N".
001080         88  DL130-EOF-EXTRACT              VALUE "Y".
002920             SET DL130-EOF-EXTRACT TO TRUE
002930             GO TO 1300-EXIT
002940     END-READ.
002941     PERFORM 9300-NOTE-EXT-DATE THRU 9300-EXIT.
002942*    A FRESH EXH FOR A DATE ALREADY LOADED IS A FORCED
002943*    RERUN'S SET SUPERSEDING THE OLD ONE - ITS BRANCH ROWS
002944*    ARE PURGED FIRST, SO A BRANCH DROPPED BY THE RERUN
004810     IF DL130-WS-RPT-STATUS = "00"
004820         CLOSE DL130-RPT-FILE
004830     END-IF.
004835     PERFORM 9400-WRITE-RUN-CONTROL THRU 9400-EXIT.
004840     DISPLAY "SETLACK: RETURN CODE " DL130-WS-RETURN-CODE.
004850 9000-EXIT.
004860     EXIT.
005110     PERFORM 8100-WRITE-RPT-LINE THRU 8100-EXIT.
005120 9200-EXIT.
005130     EXIT.
005140
005150***************************************************************
005160*  9300-NOTE-EXT-DATE  --  KEEP THE LATEST BUSINESS DATE ON
005170*                          THE EXTRACT FOR THE RUN-CONTROL
005180*                          LEDGER.
005190***************************************************************
005200 9300-NOTE-EXT-DATE.
005210     IF NOT DL100-EXT-IS-HDR
005220         OR DL100-EXT-HDR-DATE NOT NUMERIC
005230         GO TO 9300-EXIT.
005240     IF DL100-EXT-HDR-DATE > DL130-WS-RCL-DATE
005250         MOVE DL100-EXT-HDR-DATE TO DL130-WS-RCL-DATE
005260     END-IF.
005270 9300-EXIT.
005280     EXIT.
005290
005300***************************************************************
005310*  9400-WRITE-RUN-CONTROL  --  ONE LEDGER ROW FOR THE LATEST
005320*                              BUSINESS DATE, WITH THE RUN'S
005330*                              FINAL RETURN CODE.  A LEDGER
005340*                              THAT WILL NOT OPEN LEAVES THE
005350*                              STEP UNRECORDED BUT DOES NOT
005360*                              CHANGE THE RUN'S CODE.
005370***************************************************************
005380 9400-WRITE-RUN-CONTROL.
005390     IF DL130-WS-RCL-DATE = ZERO
005400         GO TO 9400-EXIT.
005410     OPEN OUTPUT DL130-RCL-FILE.
005420     IF DL130-WS-RCL-STATUS NOT = "00"
005430         DISPLAY "SETLACK: RUNCTL NOT AVAILABLE, STATUS = "
005440             DL130-WS-RCL-STATUS " - STEP NOT RECORDED"
005450         GO TO 9400-EXIT.
005460     ACCEPT DL130-WS-RUN-TIME FROM TIME.
005470     MOVE SPACES TO DL100-RCL-RECORD.
005480     MOVE DL130-WS-RCL-DATE TO DL100-RCL-BUS-DATE.
005490     MOVE "ACKSTEP" TO DL100-RCL-STEP.
005500     MOVE "SETLACK" TO DL100-RCL-PROGRAM.
005510     MOVE DL130-WS-RETURN-CODE TO DL100-RCL-RC.
005520     SET DL100-RCL-IS-STEP TO TRUE.
005530     MOVE DL130-WS-RUN-DATE TO DL100-RCL-RUN-DATE.
005540     MOVE DL130-WS-RUN-TIME(1:6) TO DL100-RCL-RUN-TIME.
005550     WRITE DL100-RCL-RECORD.
005560     IF DL130-WS-RCL-STATUS NOT = "00"
005570         DISPLAY "SETLACK: UNABLE TO WRITE RUNCTL, STATUS = "
005580             DL130-WS-RCL-STATUS
005590     END-IF.
005600     CLOSE DL130-RCL-FILE.
005610 9400-EXIT.
005620     EXIT.
