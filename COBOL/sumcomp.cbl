002690*                  MISMATCH EVENT PER DRIFTED REGION - TO THE    *
002695*                  COMMON RUN-EVENT JOURNAL (JRNLREC, WRITTEN    *
002696*                  THROUGH JRNLWRT).                             *
002697* 2026-10-15 RLH  ASK NIGHT-STREAM RUN CONTROL (RUNCTL) WHETHER  *
002698*                  THE STEP MAY RUN - A RERUN OF A NIGHT ALREADY *
002699*                  COMPLETED, OR A RUN AHEAD OF ITS PREREQUISITE *
002700*                  STEP, ENDS AT ONCE WITH CC 12 - AND RECORD    *
002701*                  ITS END, CONDITION CODE AND INPUT THERE.      *
002702*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
010830* NOTABLE EVENT, APPENDED THROUGH JRNLWRT                        *
010840*****************************************************************
010850     COPY JRNLREC.
010855*****************************************************************
010860* NIGHT-STREAM RUN CONTROL - CHECKED AT START AND RECORDED AT    *
010865* END THROUGH RUNCTL                                             *
010870*****************************************************************
010875     COPY RCTLREQ.
010900 PROCEDURE DIVISION.
011000*****************************************************************
011100* 0000-MAINLINE - OVERALL CONTROL                                *
011300 0000-MAINLINE.
011400     MOVE ZERO TO RETURN-CODE.
011410     MOVE SPACES TO JRNL-RECORD.
011415     MOVE SPACES TO RCTL-REQUEST.
011420     MOVE ZERO TO JRNL-RETURN-CODE.
011430     MOVE "START" TO JRNL-EVENT-TYPE.
011440     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
011450     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
011460     IF RCTL-REQ-REFUSED
011470         MOVE 12 TO RETURN-CODE
011480         GO TO 9999-EXIT
011490     END-IF.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     IF RETURN-CODE NOT = ZERO
011700         GO TO 9999-EXIT
012600     PERFORM 5000-REPORT-UNMATCHED THRU 5000-EXIT.
012700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012800     GO TO 9999-EXIT.
012805*****************************************************************
012810* 0100-CHECK-RUN-CONTROL - ASK RUN CONTROL WHETHER THIS STEP MAY *
012815*                          RUN FOR THE NIGHT'S STREAM            *
012820*****************************************************************
012825 0100-CHECK-RUN-CONTROL.
012830     MOVE SPACES TO RCTL-REQUEST.
012835     MOVE "CHECK" TO RCTL-REQ-FUNCTION.
012840     MOVE "SUMCOMP" TO RCTL-REQ-STEP.
012845     CALL "RUNCTL" USING RCTL-REQUEST.
012850 0100-EXIT.
012855     EXIT.
012900*****************************************************************
013000* 1000-INITIALIZE - READ THE TOLERANCE CONTROL CARD AND OPEN     *
013100*                   BOTH SUMMARY DATASETS.                       *
036000     END-IF.
036100 8000-EXIT.
036200     EXIT.
036201*****************************************************************
036202* 9400-RECORD-RUN-CONTROL - RECORD THE STEP'S END, ITS CONDITION *
036203*                           CODE AND WHAT IT RAN AGAINST         *
036204*****************************************************************
036205 9400-RECORD-RUN-CONTROL.
036206     MOVE RETURN-CODE TO RCTL-REQ-COND-CODE.
036207     MOVE "RECORD" TO RCTL-REQ-FUNCTION.
036208     MOVE SPACES TO RCTL-REQ-INPUT-ID.
036209     STRING "SUMCUR - " DELIMITED BY SIZE
036210         WS-COMPARED-COUNT DELIMITED BY SIZE
036211         " REGIONS COMPARED" DELIMITED BY SIZE
036212         INTO RCTL-REQ-INPUT-ID
036213     END-STRING.
036214     CALL "RUNCTL" USING RCTL-REQUEST.
036215     MOVE RCTL-REQ-COND-CODE TO RETURN-CODE.
036216 9400-EXIT.
036217     EXIT.
036218*****************************************************************
036220* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
036230*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
036240*                      FIELDS FOR THE NEXT CALLER                *
036400* 9999-EXIT - END OF JOB                                         *
036500*****************************************************************
036600 9999-EXIT.
036602     IF RCTL-REQ-PROCEED
036604         PERFORM 9400-RECORD-RUN-CONTROL THRU 9400-EXIT
036606     END-IF.
036610     MOVE "END" TO JRNL-EVENT-TYPE.
036620     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
036630     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
