000100*****************************************************************
000200* RCTLREC   - NIGHT-STREAM RUN-CONTROL RECORD LAYOUT             *
000300*                                                                *
000400* ONE RECORD PER STEP PER NIGHT ON THE KEYED RUN-CONTROL DATASET *
000500* (RUNCTL, A VSAM KSDS KEYED ON RUN DATE PLUS STEP NAME), KEPT   *
000600* BY THE COMMON RUNCTL MODULE ON BEHALF OF EVERY PROGRAM IN THE  *
000700* NIGHT STREAM. IT RECORDS WHEN THE STEP STARTED AND ENDED, ITS  *
000800* CONDITION CODE, AND THE IDENTITY OF THE INPUT IT CONSUMED, SO  *
000900* A RERUN AFTER A FAILURE SKIPS WHAT ALREADY COMPLETED AND A     *
001000* STEP CANNOT RUN AHEAD OF THE ONE IT DEPENDS ON.                *
001100*                                                                *
001200* STATUS S (STARTED) IS WRITTEN WHEN THE STEP IS CLEARED TO RUN; *
001300* IT BECOMES C (COMPLETED) WHEN THE STEP ENDS BELOW CONDITION    *
001400* CODE 16, OR F (FAILED) AT 16 OR ABOVE. A RECORD LEFT AT S      *
001500* MEANS THE STEP NEVER REACHED ITS END - IT ABENDED.             *
001600*                                                                *
001700* MOD LOG                                                        *
001800* DATE       INIT DESCRIPTION                                    *
001900* 2026-10-15 RLH  ORIGINAL.                                      *
002000*****************************************************************
002100 01  RCTL-RECORD.
002200     05  RCTL-KEY.
002300         10  RCTL-RUN-DATE   PIC 9(08).
002400         10  RCTL-STEP-NAME  PIC X(08).
002500     05  RCTL-STEP-STATUS    PIC X(01).
002600         88  RCTL-STARTED            VALUE "S".
002700         88  RCTL-COMPLETED          VALUE "C".
002800         88  RCTL-FAILED             VALUE "F".
002900     05  RCTL-COND-CODE      PIC 9(04).
003000     05  RCTL-INPUT-ID       PIC X(44).
003100     05  RCTL-START-DATE     PIC 9(08).
003200     05  RCTL-START-TIME     PIC 9(08).
003300     05  RCTL-END-DATE       PIC 9(08).
003400     05  RCTL-END-TIME       PIC 9(08).
003500     05  RCTL-RUN-COUNT      PIC 9(03).
003600     05  RCTL-OVERRIDE-BY    PIC X(20).
003700     05  FILLER              PIC X(08).
