003000*   EXTRACT - WRITE THE MASTER BACK OUT ON EXTROUT IN THE FLAT  *
003100*             152-BYTE SUMREC FORMAT SUMCOMP READS TODAY, SO    *
003200*             SUMCOMP ITSELF NEEDS NO CHANGE.                   *
003210*   RETIRE  - WITHDRAW THE BASELINE OF A REGION THAT HAS LEFT   *
003220*             THE CATALOG. THE REGION LABEL IS IN COLUMNS 9-28  *
003230*             AND THE DECK MAY CARRY ANY NUMBER OF RETIRE       *
003240*             CARDS (THE WEEKLY ORPHAN SWEEP, ORPHSWP, WRITES   *
003250*             THEM FOR REVIEW). EACH BASELINE IS RETIRED TO     *
003260*             BASEHIST STAMPED WITH THE RETIREMENT DATE, THE    *
003270*             SAME WAY A PROMOTION RETIRES ONE, AND THEN        *
003280*             DELETED FROM THE MASTER.                          *
003300*                                                                *
003400* A BUDGET-SPLIT RUN'S QUIESCE-LEG COUNTS ARE CONSOLIDATED      *
003500* INTO THE PROMOTED TRAILER THE SAME WAY HISTPOST CONSOLIDATES  *
003600* THEM, SO THE BASELINE CARRIES WHOLE-RUN FIGURES. A CRASH-     *
003700* RESTARTED REGION IS NOT PROMOTED - ITS COUNTS ARE PARTIAL.    *
003800*                                                                *
003900* CONDITION CODES: 0 DONE, 4 NOTHING PROMOTED, LISTED OR       *
004000* RETIRED, 8 PROMOTION REFUSED BY THE RECONCILIATION OUTCOME    *
004100* OR A RETIRE CARD REJECTED, 12 PROMOTE REFUSED BY NIGHT-STREAM  *
004150* RUN CONTROL (RUNCTL), 16 FILE OR CARD PROBLEM.                 *
004200*                                                                *
004300* MOD LOG                                                        *
004400* DATE       INIT DESCRIPTION                                    *
004510* 2026-09-02 RLH  APPEND STAMPED START/END EVENTS TO THE COMMON  *
004520*                  RUN-EVENT JOURNAL (JRNLREC, WRITTEN THROUGH   *
004530*                  JRNLWRT).                                     *
004540* 2026-10-15 RLH  ADDED THE RETIRE FUNCTION - WITHDRAWS THE      *
004550*                  BASELINE OF A REGION NO LONGER ON THE CATALOG *
004560*                  TO BASEHIST AND DELETES IT FROM THE MASTER,   *
004570*                  ONE RETIRE CARD PER REGION. EACH RETIREMENT   *
004580*                  IS JOURNALED.                                 *
004582* 2026-10-15 RLH  PROMOTE NOW ASKS NIGHT-STREAM RUN CONTROL      *
004584*                  (RUNCTL) WHETHER IT MAY RUN - A RERUN OF A    *
004586*                  NIGHT ALREADY PROMOTED, OR A PROMOTE AHEAD OF *
004588*                  RECONCIL, ENDS AT ONCE WITH CC 12 - AND       *
004590*                  RECORDS ITS END, CONDITION CODE AND INPUT     *
004592*                  THERE.                                        *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
010300         88  BLB-PROMOTE             VALUE "PROMOTE ".
010400         88  BLB-LIST                VALUE "LIST    ".
010500         88  BLB-EXTRACT             VALUE "EXTRACT ".
010550         88  BLB-RETIRE              VALUE "RETIRE  ".
010600     05  BLB-RETIRE-LABEL    PIC X(20).
010650     05  FILLER              PIC X(52).
010700*****************************************************************
010800* THE RETIRED-BASELINE HISTORY RECORD - THE OLD MASTER RECORD    *
010900* STAMPED WITH THE PROMOTION DATE THAT REPLACED IT               *
013600 77  WS-SKIPPED-COUNT        PIC 9(4)    VALUE ZERO.
013700 77  WS-LISTED-COUNT         PIC 9(4)    VALUE ZERO.
013800 77  WS-EXTRACTED-COUNT      PIC 9(4)    VALUE ZERO.
013850 77  WS-REJECTED-COUNT       PIC 9(4)    VALUE ZERO.
013900*****************************************************************
014000* THE RECONCILIATION OUTCOME TABLE - ONE ENTRY PER MEMBER THE    *
014100* RECONCILIATION STEP REPORTED, PLUS THE RUN TRAILER'S OVERALL   *
017230* APPENDED THROUGH JRNLWRT                                       *
017240*****************************************************************
017250     COPY JRNLREC.
017255*****************************************************************
017260* NIGHT-STREAM RUN CONTROL - CHECKED AT START AND RECORDED AT    *
017265* END THROUGH RUNCTL                                             *
017270*****************************************************************
017275     COPY RCTLREQ.
017300 PROCEDURE DIVISION.
017400*****************************************************************
017500* 0000-MAINLINE - OVERALL CONTROL                                *
017700 0000-MAINLINE.
017800     MOVE ZERO TO RETURN-CODE.
017810     MOVE SPACES TO JRNL-RECORD.
017815     MOVE SPACES TO RCTL-REQUEST.
017820     MOVE ZERO TO JRNL-RETURN-CODE.
017830     MOVE "START" TO JRNL-EVENT-TYPE.
017840     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
018000     IF RETURN-CODE NOT = ZERO
018100         GO TO 9999-EXIT
018200     END-IF.
018210     IF BLB-PROMOTE
018220         PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT
018230         IF RCTL-REQ-REFUSED
018240             MOVE 12 TO RETURN-CODE
018250             GO TO 9999-EXIT
018260         END-IF
018270     END-IF.
018300     IF BLB-PROMOTE
018400         PERFORM 3000-RUN-PROMOTE THRU 3000-EXIT
018500     ELSE
018600         IF BLB-LIST
018700             PERFORM 5000-RUN-LIST THRU 5000-EXIT
018800         ELSE
018820             IF BLB-RETIRE
018840                 PERFORM 4000-RUN-RETIRE THRU 4000-EXIT
018860             ELSE
018880                 PERFORM 6000-RUN-EXTRACT THRU 6000-EXIT
018900             END-IF
019000         END-IF
019100     END-IF.
019200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019300     GO TO 9999-EXIT.
019305*****************************************************************
019310* 0100-CHECK-RUN-CONTROL - ASK RUN CONTROL WHETHER THIS STEP MAY *
019315*                          RUN FOR THE NIGHT'S STREAM            *
019320*****************************************************************
019325 0100-CHECK-RUN-CONTROL.
019330     MOVE SPACES TO RCTL-REQUEST.
019335     MOVE "CHECK" TO RCTL-REQ-FUNCTION.
019340     MOVE "BASELIB" TO RCTL-REQ-STEP.
019345     CALL "RUNCTL" USING RCTL-REQUEST.
019350 0100-EXIT.
019355     EXIT.
019400*****************************************************************
019500* 1000-INITIALIZE - READ AND EDIT THE REQUEST CARD               *
019600*****************************************************************
021000         GO TO 1000-EXIT
021100     END-IF.
021200     IF NOT BLB-PROMOTE AND NOT BLB-LIST AND NOT BLB-EXTRACT
021250         AND NOT BLB-RETIRE
021300         DISPLAY "BASELIB - BAD CONTROL CARD - FUNCTION MUST "
021350             "BE PROMOTE, LIST, EXTRACT OR RETIRE IN "
021400             "COLUMNS 1-8"
021500         MOVE 16 TO RETURN-CODE
021600     END-IF.
021700 1000-EXIT.
049600     MOVE SUM-RECORD TO BASE-SUM-IMAGE.
049700 3500-EXIT.
049800     EXIT.
049802*****************************************************************
049804* 4000-RUN-RETIRE - WITHDRAW THE BASELINE OF EACH REGION NAMED   *
049806*                   ON A RETIRE CARD                             *
049808*****************************************************************
049810 4000-RUN-RETIRE.
049812     PERFORM 2000-OPEN-MASTER-IO THRU 2000-EXIT.
049814     IF RETURN-CODE NOT = ZERO
049816         GO TO 4000-EXIT
049818     END-IF.
049820     OPEN EXTEND BASELINE-HISTORY-FILE.
049822     IF WS-BASEHIST-STATUS = "35"
049824         OPEN OUTPUT BASELINE-HISTORY-FILE
049826     END-IF.
049828     IF WS-BASEHIST-STATUS NOT = "00"
049830         DISPLAY "BASELIB - UNABLE TO OPEN BASEHIST - "
049832             "FILE STATUS " WS-BASEHIST-STATUS
049834         MOVE 16 TO RETURN-CODE
049836         CLOSE BASELINE-MASTER-FILE
049838         GO TO 4000-EXIT
049840     END-IF.
049842*    THE FIRST CARD WAS READ BY THE EDIT - START THE DECK OVER SO
049844*    EVERY RETIRE CARD, THE FIRST INCLUDED, IS APPLIED HERE.
049846     OPEN INPUT BASE-CONTROL-FILE.
049848     MOVE "N" TO WS-CTL-EOF-SW.
049850     PERFORM 4100-RETIRE-ONE-CARD THRU 4100-EXIT
049852         UNTIL WS-CTL-EOF OR RETURN-CODE = 16.
049854     CLOSE BASE-CONTROL-FILE.
049856     CLOSE BASELINE-MASTER-FILE.
049858     CLOSE BASELINE-HISTORY-FILE.
049860     IF RETURN-CODE NOT = ZERO
049862         GO TO 4000-EXIT
049864     END-IF.
049866     IF WS-REJECTED-COUNT > ZERO
049868         MOVE 8 TO RETURN-CODE
049870         GO TO 4000-EXIT
049872     END-IF.
049874     IF WS-RETIRED-COUNT = ZERO
049876         DISPLAY "BASELIB - NOTHING WAS RETIRED"
049878         MOVE 4 TO RETURN-CODE
049880     END-IF.
049882 4000-EXIT.
049884     EXIT.
049886*****************************************************************
049888* 4100-RETIRE-ONE-CARD - ONE RETIRE CARD: THE BASELINE GOES TO   *
049890*                        BASEHIST, THEN OFF THE MASTER           *
049892*****************************************************************
049894 4100-RETIRE-ONE-CARD.
049896     READ BASE-CONTROL-FILE INTO BLB-REQUEST-CARD
049898         AT END SET WS-CTL-EOF TO TRUE
049900     END-READ.
049902     IF WS-CTL-EOF
049904         GO TO 4100-EXIT
049906     END-IF.
049908     IF BLB-REQUEST-CARD = SPACES
049910         GO TO 4100-EXIT
049912     END-IF.
049914     IF NOT BLB-RETIRE OR BLB-RETIRE-LABEL = SPACES
049916         ADD 1 TO WS-REJECTED-COUNT
049918         DISPLAY "BASELIB - REJECTED - A RETIRE DECK MAY ONLY "
049920             "CARRY RETIRE CARDS WITH A REGION LABEL IN "
049922             "COLUMNS 9-28: " BLB-FUNCTION " " BLB-RETIRE-LABEL
049924         MOVE BLB-RETIRE-LABEL TO JRNL-REGION-LABEL
049926         MOVE "RETIRE CARD REJECTED - SEE SYSOUT"
049928             TO JRNL-DETAIL
049930         MOVE "REJECT" TO JRNL-EVENT-TYPE
049932         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
049934         GO TO 4100-EXIT
049936     END-IF.
049938     MOVE BLB-RETIRE-LABEL TO BASE-REGION-LABEL.
049940     READ BASELINE-MASTER-FILE
049942         INVALID KEY CONTINUE
049944     END-READ.
049946     IF WS-BASEMST-STATUS = "23"
049948         ADD 1 TO WS-SKIPPED-COUNT
049950         DISPLAY "BASELIB - " BLB-RETIRE-LABEL
049952             " NOT RETIRED - NO BASELINE ON THE MASTER"
049954         GO TO 4100-EXIT
049956     END-IF.
049958     IF WS-BASEMST-STATUS NOT = "00"
049960         DISPLAY "BASELIB - MASTER READ FAILED FOR REGION "
049962             BLB-RETIRE-LABEL " - FILE STATUS "
049964             WS-BASEMST-STATUS
049966         MOVE 16 TO RETURN-CODE
049968         GO TO 4100-EXIT
049970     END-IF.
049972     MOVE BASE-RECORD TO BLB-HIST-BASE.
049974     MOVE WS-STAMP-DATE TO BLB-HIST-RETIRE-DATE.
049976     WRITE BASELINE-HISTORY-RECORD FROM BLB-HIST-RECORD.
049978     IF WS-BASEHIST-STATUS NOT = "00"
049980         DISPLAY "BASELIB - WRITE FAILED ON BASEHIST - "
049982             "FILE STATUS " WS-BASEHIST-STATUS
049984         MOVE 16 TO RETURN-CODE
049986         GO TO 4100-EXIT
049988     END-IF.
049990     DELETE BASELINE-MASTER-FILE
049992         INVALID KEY CONTINUE
049994     END-DELETE.
049996     IF WS-BASEMST-STATUS NOT = "00"
049998         DISPLAY "BASELIB - MASTER DELETE FAILED FOR REGION "
050000             BLB-RETIRE-LABEL " - FILE STATUS "
050002             WS-BASEMST-STATUS
050004         MOVE 16 TO RETURN-CODE
050006         GO TO 4100-EXIT
050008     END-IF.
050010     ADD 1 TO WS-RETIRED-COUNT.
050012     DISPLAY "BASELIB - RETIRED BASELINE FOR REGION "
050014         BLB-RETIRE-LABEL.
050016     MOVE BLB-RETIRE-LABEL TO JRNL-REGION-LABEL.
050018     MOVE "BASELINE RETIRED TO BASEHIST" TO JRNL-DETAIL.
050020     MOVE "NOTE" TO JRNL-EVENT-TYPE.
050022     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
050024 4100-EXIT.
050026     EXIT.
050028*****************************************************************
050030* 5000-RUN-LIST - ONE LINE PER REGION: THE BASELINE'S VINTAGE    *
050100*                 AND KEY TRAILER FIGURES                        *
050200*****************************************************************
050300 5000-RUN-LIST.
060300     DISPLAY "BASELIB - REGIONS SKIPPED:    " WS-SKIPPED-COUNT.
060400     DISPLAY "BASELIB - BASELINES LISTED:   " WS-LISTED-COUNT.
060500     DISPLAY "BASELIB - BASELINES EXTRACTED:" WS-EXTRACTED-COUNT.
060550     DISPLAY "BASELIB - CARDS REJECTED:     " WS-REJECTED-COUNT.
060600 8000-EXIT.
060700     EXIT.
060701*****************************************************************
060702* 9400-RECORD-RUN-CONTROL - RECORD THE STEP'S END, ITS CONDITION *
060703*                           CODE AND WHAT IT RAN AGAINST         *
060704*****************************************************************
060705 9400-RECORD-RUN-CONTROL.
060706     MOVE RETURN-CODE TO RCTL-REQ-COND-CODE.
060707     MOVE "RECORD" TO RCTL-REQ-FUNCTION.
060708     MOVE SPACES TO RCTL-REQ-INPUT-ID.
060709     STRING "RECONOUT/SUMIN - " DELIMITED BY SIZE
060710         WS-PROMOTED-COUNT DELIMITED BY SIZE
060711         " PROMOTED" DELIMITED BY SIZE
060712         INTO RCTL-REQ-INPUT-ID
060713     END-STRING.
060714     CALL "RUNCTL" USING RCTL-REQUEST.
060715     MOVE RCTL-REQ-COND-CODE TO RETURN-CODE.
060716 9400-EXIT.
060717     EXIT.
060718*****************************************************************
060720* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
060730*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
060740*                      FIELDS FOR THE NEXT CALLER                *
060900* 9999-EXIT - END OF JOB                                         *
061000*****************************************************************
061100 9999-EXIT.
061102     IF RCTL-REQ-PROCEED
061104         PERFORM 9400-RECORD-RUN-CONTROL THRU 9400-EXIT
061106     END-IF.
061110     MOVE "END" TO JRNL-EVENT-TYPE.
061120     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
061130     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
