003000*                                                                *
003100* CONDITION CODES: 0 EVERY ACTIVE MEMBER SHIPPED, 4 SHIPMENT     *
003200* BUILT WITH EXCEPTIONS, 8 SHIPMENT REFUSED (HARD MISMATCH OR    *
003300* NO USABLE RECONCILIATION OUTCOME), 12 REFUSED BY NIGHT-STREAM  *
003350* RUN CONTROL (RUNCTL), 16 FILE PROBLEM.                         *
003400*                                                                *
003500* MOD LOG                                                        *
003600* DATE       INIT DESCRIPTION                                    *
003730*                  DEFERRAL, MISMATCH OR REJECT OTHERWISE - SO   *
003740*                  THE NIGHT TIMELINE NO LONGER SHOWS A HARD     *
003750*                  MISMATCH AS A DEFERRAL.                       *
003755* 2026-10-15 RLH  ASK NIGHT-STREAM RUN CONTROL (RUNCTL) WHETHER  *
003760*                  THE STEP MAY RUN - A RERUN OF A NIGHT ALREADY *
003765*                  COMPLETED, OR A RUN AHEAD OF ITS PREREQUISITE *
003770*                  STEP, ENDS AT ONCE WITH CC 12 - AND RECORD    *
003775*                  ITS END, CONDITION CODE AND INPUT THERE.      *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
010100* NOTABLE EVENT, APPENDED THROUGH JRNLWRT                        *
010200*****************************************************************
010300     COPY JRNLREC.
010310*****************************************************************
010320* NIGHT-STREAM RUN CONTROL - CHECKED AT START AND RECORDED AT    *
010330* END THROUGH RUNCTL                                             *
010340*****************************************************************
010350     COPY RCTLREQ.
010400*****************************************************************
010500* SWITCHES AND COUNTERS                                          *
010600*****************************************************************
025200 0000-MAINLINE.
025300     MOVE ZERO TO RETURN-CODE.
025400     MOVE SPACES TO JRNL-RECORD.
025450     MOVE SPACES TO RCTL-REQUEST.
025500     MOVE ZERO TO JRNL-RETURN-CODE.
025600     MOVE "START" TO JRNL-EVENT-TYPE.
025700     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
025710     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
025720     IF RCTL-REQ-REFUSED
025730         MOVE 12 TO RETURN-CODE
025740         GO TO 9999-EXIT
025750     END-IF.
025800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025900     IF RETURN-CODE NOT = ZERO
026000         GO TO 9999-EXIT
027700     PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT.
027800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
027900     GO TO 9999-EXIT.
027905*****************************************************************
027910* 0100-CHECK-RUN-CONTROL - ASK RUN CONTROL WHETHER THIS STEP MAY *
027915*                          RUN FOR THE NIGHT'S STREAM            *
027920*****************************************************************
027925 0100-CHECK-RUN-CONTROL.
027930     MOVE SPACES TO RCTL-REQUEST.
027935     MOVE "CHECK" TO RCTL-REQ-FUNCTION.
027940     MOVE "SHIPPACK" TO RCTL-REQ-STEP.
027945     CALL "RUNCTL" USING RCTL-REQUEST.
027950 0100-EXIT.
027955     EXIT.
028000*****************************************************************
028100* 1000-INITIALIZE - LOAD THE RECONCILIATION OUTCOME AND APPLY    *
028200*                   THE GATE: A HARD MISMATCH, OR NO USABLE      *
093800     END-IF.
093900 8000-EXIT.
094000     EXIT.
094005*****************************************************************
094010* 9400-RECORD-RUN-CONTROL - RECORD THE STEP'S END, ITS CONDITION *
094015*                           CODE AND WHAT IT RAN AGAINST         *
094020*****************************************************************
094025 9400-RECORD-RUN-CONTROL.
094030     MOVE RETURN-CODE TO RCTL-REQ-COND-CODE.
094035     MOVE "RECORD" TO RCTL-REQ-FUNCTION.
094040     MOVE SPACES TO RCTL-REQ-INPUT-ID.
094045     STRING "RECONOUT - " DELIMITED BY SIZE
094050         WS-OUTCOME-COUNT DELIMITED BY SIZE
094055         " OUTCOMES " DELIMITED BY SIZE
094060         WS-SHIPPED-COUNT DELIMITED BY SIZE
094065         " SHIPPED" DELIMITED BY SIZE
094070         INTO RCTL-REQ-INPUT-ID
094075     END-STRING.
094080     CALL "RUNCTL" USING RCTL-REQUEST.
094085     MOVE RCTL-REQ-COND-CODE TO RETURN-CODE.
094090 9400-EXIT.
094095     EXIT.
094100*****************************************************************
094200* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
094300*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
095500* 9999-EXIT - END OF JOB                                         *
095600*****************************************************************
095700 9999-EXIT.
095720     IF RCTL-REQ-PROCEED
095740         PERFORM 9400-RECORD-RUN-CONTROL THRU 9400-EXIT
095760     END-IF.
095800     MOVE "END" TO JRNL-EVENT-TYPE.
095900     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
096000     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
