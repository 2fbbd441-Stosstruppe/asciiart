002070* 2026-09-02 RLH  APPEND STAMPED START/END EVENTS TO THE COMMON  *
002080*                  RUN-EVENT JOURNAL (JRNLREC, WRITTEN THROUGH   *
002090*                  JRNLWRT).                                     *
002091* 2026-10-15 RLH  ASK NIGHT-STREAM RUN CONTROL (RUNCTL) WHETHER  *
002092*                  THE STEP MAY RUN - A RERUN OF A NIGHT ALREADY *
002093*                  COMPLETED, OR A RUN AHEAD OF ITS PREREQUISITE *
002094*                  STEP, ENDS AT ONCE WITH CC 12 - AND RECORD    *
002095*                  ITS END, CONDITION CODE AND INPUT THERE.      *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
006800* APPENDED THROUGH JRNLWRT                                       *
006900*****************************************************************
007000     COPY JRNLREC.
007020*****************************************************************
007040* NIGHT-STREAM RUN CONTROL - CHECKED AT START AND RECORDED AT    *
007060* END THROUGH RUNCTL                                             *
007080*****************************************************************
007100     COPY RCTLREQ.
007200 PROCEDURE DIVISION.
007300*****************************************************************
007400* 0000-MAINLINE - OVERALL CONTROL                                *
007600 0000-MAINLINE.
007700     MOVE ZERO TO RETURN-CODE.
007710     MOVE SPACES TO JRNL-RECORD.
007715     MOVE SPACES TO RCTL-REQUEST.
007720     MOVE ZERO TO JRNL-RETURN-CODE.
007730     MOVE "START" TO JRNL-EVENT-TYPE.
007740     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
007750     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
007760     IF RCTL-REQ-REFUSED
007770         MOVE 12 TO RETURN-CODE
007780         GO TO 9999-EXIT
007790     END-IF.
007800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007900     IF RETURN-CODE NOT = ZERO
008000         GO TO 9999-EXIT
008300         UNTIL WS-SUM-EOF.
008400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008500     GO TO 9999-EXIT.
008505*****************************************************************
008510* 0100-CHECK-RUN-CONTROL - ASK RUN CONTROL WHETHER THIS STEP MAY *
008515*                          RUN FOR THE NIGHT'S STREAM            *
008520*****************************************************************
008525 0100-CHECK-RUN-CONTROL.
008530     MOVE SPACES TO RCTL-REQUEST.
008535     MOVE "CHECK" TO RCTL-REQ-FUNCTION.
008540     MOVE "HISTPOST" TO RCTL-REQ-STEP.
008545     CALL "RUNCTL" USING RCTL-REQUEST.
008550 0100-EXIT.
008555     EXIT.
008600*****************************************************************
008700* 1000-INITIALIZE - FIX THE POSTING DATE AND OPEN BOTH FILES.    *
008800*                   A MASTER THAT HAS NEVER BEEN LOADED IS       *
021100     END-IF.
021200 8000-EXIT.
021300     EXIT.
021301*****************************************************************
021302* 9400-RECORD-RUN-CONTROL - RECORD THE STEP'S END, ITS CONDITION *
021303*                           CODE AND WHAT IT RAN AGAINST         *
021304*****************************************************************
021305 9400-RECORD-RUN-CONTROL.
021306     MOVE RETURN-CODE TO RCTL-REQ-COND-CODE.
021307     MOVE "RECORD" TO RCTL-REQ-FUNCTION.
021308     MOVE SPACES TO RCTL-REQ-INPUT-ID.
021309     STRING "SUMIN - " DELIMITED BY SIZE
021310         WS-TRAILER-COUNT DELIMITED BY SIZE
021311         " TRAILERS " DELIMITED BY SIZE
021312         WS-POSTED-COUNT DELIMITED BY SIZE
021313         " POSTED" DELIMITED BY SIZE
021314         INTO RCTL-REQ-INPUT-ID
021315     END-STRING.
021316     CALL "RUNCTL" USING RCTL-REQUEST.
021317     MOVE RCTL-REQ-COND-CODE TO RETURN-CODE.
021318 9400-EXIT.
021319     EXIT.
021320*****************************************************************
021321* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
021330*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
021340*                      FIELDS FOR THE NEXT CALLER                *
021350*****************************************************************
021500* 9999-EXIT - END OF JOB                                         *
021600*****************************************************************
021700 9999-EXIT.
021702     IF RCTL-REQ-PROCEED
021704         PERFORM 9400-RECORD-RUN-CONTROL THRU 9400-EXIT
021706     END-IF.
021710     MOVE "END" TO JRNL-EVENT-TYPE.
021720     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
021730     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
