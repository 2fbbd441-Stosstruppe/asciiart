002550* 2026-09-02 RLH  APPEND STAMPED START/END EVENTS TO THE COMMON  *
002560*                  RUN-EVENT JOURNAL (JRNLREC, WRITTEN THROUGH   *
002570*                  JRNLWRT).                                     *
002575* 2026-10-15 RLH  ASK NIGHT-STREAM RUN CONTROL (RUNCTL) WHETHER  *
002580*                  THE STEP MAY RUN - A RERUN OF A NIGHT ALREADY *
002585*                  COMPLETED, OR A RUN AHEAD OF ITS PREREQUISITE *
002590*                  STEP, ENDS AT ONCE WITH CC 12 - AND RECORD    *
002595*                  ITS END, CONDITION CODE AND INPUT THERE.      *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
012430* APPENDED THROUGH JRNLWRT                                       *
012440*****************************************************************
012450     COPY JRNLREC.
012455*****************************************************************
012460* NIGHT-STREAM RUN CONTROL - CHECKED AT START AND RECORDED AT    *
012465* END THROUGH RUNCTL                                             *
012470*****************************************************************
012475     COPY RCTLREQ.
012500 PROCEDURE DIVISION.
012600*****************************************************************
012700* 0000-MAINLINE - OVERALL CONTROL                                *
012900 0000-MAINLINE.
013000     MOVE ZERO TO RETURN-CODE.
013010     MOVE SPACES TO JRNL-RECORD.
013015     MOVE SPACES TO RCTL-REQUEST.
013020     MOVE ZERO TO JRNL-RETURN-CODE.
013030     MOVE "START" TO JRNL-EVENT-TYPE.
013040     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
013050     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
013060     IF RCTL-REQ-REFUSED
013070         MOVE 12 TO RETURN-CODE
013080         GO TO 9999-EXIT
013090     END-IF.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013200     IF RETURN-CODE NOT = ZERO
013300         GO TO 9999-EXIT
013700     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
013800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
013900     GO TO 9999-EXIT.
013905*****************************************************************
013910* 0100-CHECK-RUN-CONTROL - ASK RUN CONTROL WHETHER THIS STEP MAY *
013915*                          RUN FOR THE NIGHT'S STREAM            *
013920*****************************************************************
013925 0100-CHECK-RUN-CONTROL.
013930     MOVE SPACES TO RCTL-REQUEST.
013935     MOVE "CHECK" TO RCTL-REQ-FUNCTION.
013940     MOVE "PROOFSHT" TO RCTL-REQ-STEP.
013945     CALL "RUNCTL" USING RCTL-REQUEST.
013950 0100-EXIT.
013955     EXIT.
014000*****************************************************************
014100* 1000-INITIALIZE - OPEN THE CATALOG AND THE PRINT FILE          *
014200*****************************************************************
035300     DISPLAY "PROOFSHT - PAGES PRINTED:   " WS-PAGE-COUNT.
035400 8000-EXIT.
035500     EXIT.
035501*****************************************************************
035502* 9400-RECORD-RUN-CONTROL - RECORD THE STEP'S END, ITS CONDITION *
035503*                           CODE AND WHAT IT RAN AGAINST         *
035504*****************************************************************
035505 9400-RECORD-RUN-CONTROL.
035506     MOVE RETURN-CODE TO RCTL-REQ-COND-CODE.
035507     MOVE "RECORD" TO RCTL-REQ-FUNCTION.
035508     MOVE SPACES TO RCTL-REQ-INPUT-ID.
035509     STRING "REGNCAT - " DELIMITED BY SIZE
035510         WS-PROOFED-COUNT DELIMITED BY SIZE
035511         " REGIONS PROOFED" DELIMITED BY SIZE
035512         INTO RCTL-REQ-INPUT-ID
035513     END-STRING.
035514     CALL "RUNCTL" USING RCTL-REQUEST.
035515     MOVE RCTL-REQ-COND-CODE TO RETURN-CODE.
035516 9400-EXIT.
035517     EXIT.
035518*****************************************************************
035520* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
035530*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
035540*                      FIELDS FOR THE NEXT CALLER                *
035700* 9999-EXIT - END OF JOB                                         *
035800*****************************************************************
035900 9999-EXIT.
035902     IF RCTL-REQ-PROCEED
035904         PERFORM 9400-RECORD-RUN-CONTROL THRU 9400-EXIT
035906     END-IF.
035910     MOVE "END" TO JRNL-EVENT-TYPE.
035920     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
035930     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
