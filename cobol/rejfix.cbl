000530*                   LINE, SO AN OUTSTANDING REJECT NAMES THE
000540*                   BRANCH IT CAME FROM INSTEAD OF A BARE
000550*                   CODE.
000551*  2026-10-15 DLP   CARRY A CONTROL COUNT FOR EVERY REPAIRED
000552*                   BRANCH - UP TO THE 50 THE BRANCH MASTER CAN
000553*                   HOLD - WRITING THE ENTRIES PAST THE FIFTH ON
000554*                   TRAILER EXTENSION (TRX) RECORDS AHEAD OF THE
000555*                   RESUBMISSION TRL.
000560***************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. REJFIX.
001480 77  DL110-WS-BRANCH-USED        PIC 9(03)  COMP VALUE ZERO.
001490 77  DL110-WS-BRANCH-IDX         PIC 9(03)  COMP VALUE ZERO.
001500 77  DL110-WS-BRANCH-FOUND       PIC 9(03)  COMP VALUE ZERO.
001505 77  DL110-WS-TRL-SLOT           PIC 9(03)  COMP VALUE ZERO.
001510 77  DL110-WS-BRN-STATUS         PIC X(02)  VALUE SPACES.
001520 77  DL110-WS-BRNM-USED          PIC 9(03)  COMP VALUE ZERO.
001530 77  DL110-WS-BRNM-IDX           PIC 9(03)  COMP VALUE ZERO.
001640         10  DL110-WS-BM-NAME    PIC X(20).
001650***************************************************************
001660*  PER-BRANCH TOTALS OF THE REPAIRED VOLUME, WRITTEN TO THE
001670*  RESUBMISSION TRAILER'S BRANCH CONTROL COUNT TABLE - THE
001675*  FIRST FIVE ON THE TRL, THE REST ON TRX RECORDS AHEAD OF IT.
001680***************************************************************
001690 01  DL110-WS-BRANCH-TABLE.
001700     05  DL110-WS-BRANCH-ENTRY OCCURS 50 TIMES.
001710         10  DL110-WS-BR-CODE    PIC 9(03).
001720         10  DL110-WS-BR-TOTAL   PIC 9(09).
001730 01  DL110-WS-SWITCHES.
006240         UNTIL DL110-WS-BRANCH-FOUND > ZERO
006250         OR DL110-WS-BRANCH-IDX > DL110-WS-BRANCH-USED.
006260     IF DL110-WS-BRANCH-FOUND = ZERO
006270         IF DL110-WS-BRANCH-USED < 50
006280             ADD 1 TO DL110-WS-BRANCH-USED
006290             MOVE DL110-WS-BRANCH-USED TO DL110-WS-BRANCH-FOUND
006300             MOVE DL110-WS-RESUB-BRANCH
006600     EXIT.
006610
006620***************************************************************
006630*  9000-TERMINATE  --  CLOSE THE RESUBMISSION BATCH WITH ANY
006640*                      TRX RECORDS AND ITS TRL CONTROL COUNT,
006645*                      PRINT THE SUMMARY, WARN ABOUT CORRECTION
006650*                      CARDS THAT NEVER MATCHED A REJECT, SET
006660*                      THE RETURN CODE, AND CLOSE THE FILES.
006680***************************************************************
006690 9000-TERMINATE.
006700     IF DL110-WS-RSB-STATUS = "00"
006710         AND DL110-WS-REPAIRED-COUNT > ZERO
006720         MOVE 6 TO DL110-WS-BRANCH-IDX
006730         PERFORM 9300-WRITE-TRL-EXTENSION THRU 9300-EXIT
006740             UNTIL DL110-WS-BRANCH-IDX > DL110-WS-BRANCH-USED
006750         MOVE SPACES TO DL100-IN-RECORD
006760         MOVE "TRL" TO DL100-IN-RECORD-TYPE
006770         MOVE DL110-WS-RESUB-TOTAL TO DL100-IN-TRL-COUNT
006780         MOVE ZEROS TO DL100-IN-TRL-BRANCHES
006781         MOVE 1 TO DL110-WS-BRANCH-IDX
006782         MOVE 1 TO DL110-WS-TRL-SLOT
006783         PERFORM 9200-MOVE-TRL-BRANCH THRU 9200-EXIT
006784             UNTIL DL110-WS-BRANCH-IDX > DL110-WS-BRANCH-USED
006785             OR DL110-WS-TRL-SLOT > 5
006790         WRITE DL100-IN-RECORD
006800     END-IF.
006810     MOVE "REJECTS READ:         " TO DL110-SL-LABEL.
007440
007450***************************************************************
007460*  9200-MOVE-TRL-BRANCH  --  MOVE ONE ACCUMULATED BRANCH
007470*                            TOTAL INTO THE NEXT SLOT OF THE
007480*                            TRL OR TRX RECORD'S CONTROL COUNT
007490*                            TABLE.
007500***************************************************************
007510 9200-MOVE-TRL-BRANCH.
007520     MOVE DL110-WS-BR-CODE(DL110-WS-BRANCH-IDX)
007530         TO DL100-IN-TRL-BR-CODE(DL110-WS-TRL-SLOT).
007540     MOVE DL110-WS-BR-TOTAL(DL110-WS-BRANCH-IDX)
007543         TO DL100-IN-TRL-BR-COUNT(DL110-WS-TRL-SLOT).
007546     ADD 1 TO DL110-WS-TRL-SLOT.
007550     ADD 1 TO DL110-WS-BRANCH-IDX.
007560 9200-EXIT.
007570     EXIT.
007580
007590***************************************************************
007600*  9300-WRITE-TRL-EXTENSION  --  WRITE ONE TRX RECORD CARRYING
007610*                                THE NEXT FIVE BRANCH TOTALS
007620*                                PAST THE FIVE THE TRL HOLDS.
007630*                                ITS CONTROL COUNT IS ZERO - THE
007640*                                GRAND COUNT STAYS ON THE TRL.
007650***************************************************************
007660 9300-WRITE-TRL-EXTENSION.
007670     MOVE SPACES TO DL100-IN-RECORD.
007680     MOVE "TRX" TO DL100-IN-RECORD-TYPE.
007690     MOVE ZERO TO DL100-IN-TRL-COUNT.
007700     MOVE ZEROS TO DL100-IN-TRL-BRANCHES.
007710     MOVE 1 TO DL110-WS-TRL-SLOT.
007720     PERFORM 9200-MOVE-TRL-BRANCH THRU 9200-EXIT
007730         UNTIL DL110-WS-BRANCH-IDX > DL110-WS-BRANCH-USED
007740         OR DL110-WS-TRL-SLOT > 5.
007750     WRITE DL100-IN-RECORD.
007760 9300-EXIT.
007770     EXIT.
