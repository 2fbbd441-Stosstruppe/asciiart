000100*****************************************************************
000200* RCTLREQ   - RUN-CONTROL REQUEST AREA                           *
000300*                                                                *
000400* PASSED ON EVERY CALL TO THE COMMON RUNCTL MODULE. A STREAM     *
000500* PROGRAM CALLS IT TWICE:                                        *
000600*   CHECK  - AT START, WITH THE STEP NAME FILLED. RUNCTL WORKS   *
000700*            OUT WHICH NIGHT THE STEP BELONGS TO, AND ANSWERS    *
000800*            PROCEED OR REFUSED. A REFUSAL CARRIES ITS REASON,   *
000900*            AND HAS ALREADY BEEN SHOWN ON SYSOUT AND JOURNALED; *
001000*            THE CALLER ENDS AT ONCE WITH CONDITION CODE 12 AND  *
001100*            DOES NOT RECORD.                                    *
001200*   RECORD - AT END, ONLY WHEN THE CHECK SAID PROCEED, WITH THE  *
001300*            CONDITION CODE AND A SHORT IDENTITY OF THE INPUT    *
001400*            THE STEP CONSUMED FILLED. THE RUN DATE AND STEP     *
001500*            NAME ARE LEFT AS THE CHECK SET THEM.                *
001600*                                                                *
001700* MOD LOG                                                        *
001800* DATE       INIT DESCRIPTION                                    *
001900* 2026-10-15 RLH  ORIGINAL.                                      *
002000*****************************************************************
002100 01  RCTL-REQUEST.
002200     05  RCTL-REQ-FUNCTION   PIC X(06).
002300         88  RCTL-REQ-CHECK          VALUE "CHECK".
002400         88  RCTL-REQ-RECORD         VALUE "RECORD".
002500     05  RCTL-REQ-STEP       PIC X(08).
002600     05  RCTL-REQ-RUN-DATE   PIC 9(08).
002700     05  RCTL-REQ-COND-CODE  PIC 9(04).
002800     05  RCTL-REQ-INPUT-ID   PIC X(44).
002900     05  RCTL-REQ-RESULT     PIC X(01).
003000         88  RCTL-REQ-PROCEED        VALUE "P".
003100         88  RCTL-REQ-REFUSED        VALUE "R".
003200     05  RCTL-REQ-REASON     PIC X(40).
003300     05  FILLER              PIC X(09).
