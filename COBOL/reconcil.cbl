003002*                  MISMATCH OR DEFER EVENT PER MEMBER THAT DID   *
003003*                  NOT VERIFY - TO THE COMMON RUN-EVENT JOURNAL  *
003004*                  (JRNLREC, WRITTEN THROUGH JRNLWRT).           *
003005* 2026-10-15 RLH  ASK NIGHT-STREAM RUN CONTROL (RUNCTL) WHETHER  *
003006*                  THE STEP MAY RUN - A RERUN OF A NIGHT ALREADY *
003007*                  COMPLETED, OR A RUN AHEAD OF ITS PREREQUISITE *
003008*                  STEP, ENDS AT ONCE WITH CC 12 - AND RECORD    *
003009*                  ITS END, CONDITION CODE AND INPUT THERE.      *
003010*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
006990* NOTABLE EVENT, APPENDED THROUGH JRNLWRT                        *
006995*****************************************************************
006996     COPY JRNLREC.
006997*****************************************************************
006998* NIGHT-STREAM RUN CONTROL - CHECKED AT START AND RECORDED AT    *
006999* END THROUGH RUNCTL                                             *
007000*****************************************************************
007001     COPY RCTLREQ.
007002*****************************************************************
007100* SWITCHES AND COUNTERS                                          *
007200*****************************************************************
007300 01  WS-SWITCHES.
012300 0000-MAINLINE.
012400     MOVE ZERO TO RETURN-CODE.
012410     MOVE SPACES TO JRNL-RECORD.
012415     MOVE SPACES TO RCTL-REQUEST.
012420     MOVE ZERO TO JRNL-RETURN-CODE.
012430     MOVE "START" TO JRNL-EVENT-TYPE.
012440     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
012450     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
012460     IF RCTL-REQ-REFUSED
012470         MOVE 12 TO RETURN-CODE
012480         GO TO 9999-EXIT
012490     END-IF.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012600     IF RETURN-CODE NOT = ZERO
012700         GO TO 9999-EXIT
013000         UNTIL WS-CAT-EOF.
013100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
013200     GO TO 9999-EXIT.
013205*****************************************************************
013210* 0100-CHECK-RUN-CONTROL - ASK RUN CONTROL WHETHER THIS STEP MAY *
013215*                          RUN FOR THE NIGHT'S STREAM            *
013220*****************************************************************
013225 0100-CHECK-RUN-CONTROL.
013230     MOVE SPACES TO RCTL-REQUEST.
013235     MOVE "CHECK" TO RCTL-REQ-FUNCTION.
013240     MOVE "RECONCIL" TO RCTL-REQ-STEP.
013245     CALL "RUNCTL" USING RCTL-REQUEST.
013250 0100-EXIT.
013255     EXIT.
013300*****************************************************************
013400* 1000-INITIALIZE - OPEN THE CATALOG                             *
013500*****************************************************************
041110     END-IF.
041200 8000-EXIT.
041300     EXIT.
041301*****************************************************************
041302* 9400-RECORD-RUN-CONTROL - RECORD THE STEP'S END, ITS CONDITION *
041303*                           CODE AND WHAT IT RAN AGAINST         *
041304*****************************************************************
041305 9400-RECORD-RUN-CONTROL.
041306     MOVE RETURN-CODE TO RCTL-REQ-COND-CODE.
041307     MOVE "RECORD" TO RCTL-REQ-FUNCTION.
041308     MOVE SPACES TO RCTL-REQ-INPUT-ID.
041309     STRING "REGNCAT - " DELIMITED BY SIZE
041310         WS-VERIFIED-COUNT DELIMITED BY SIZE
041311         " VERIFIED " DELIMITED BY SIZE
041312         WS-MISMATCH-COUNT DELIMITED BY SIZE
041313         " MISMATCHED" DELIMITED BY SIZE
041314         INTO RCTL-REQ-INPUT-ID
041315     END-STRING.
041316     CALL "RUNCTL" USING RCTL-REQUEST.
041317     MOVE RCTL-REQ-COND-CODE TO RETURN-CODE.
041318 9400-EXIT.
041319     EXIT.
041320*****************************************************************
041321* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
041330*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
041340*                      FIELDS FOR THE NEXT CALLER                *
041350*****************************************************************
041500* 9999-EXIT - END OF JOB                                         *
041600*****************************************************************
041700 9999-EXIT.
041702     IF RCTL-REQ-PROCEED
041704         PERFORM 9400-RECORD-RUN-CONTROL THRU 9400-EXIT
041706     END-IF.
041710     MOVE "END" TO JRNL-EVENT-TYPE.
041720     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
041730     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
