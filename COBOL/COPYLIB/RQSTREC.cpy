000100*****************************************************************
000200* RQSTREC   - RENDER REQUEST RECORD LAYOUT                       *
000300*                                                                *
000400* A REQUEST FOR A NEW CATALOG REGION. THE REQUESTER SUBMITS THE  *
000500* FIRST 220 BYTES ON RQSTIN - WHO IS ASKING, THE COST CENTER TO  *
000600* BILL, THE DATE THE RENDER IS NEEDED BY, WHY IT IS WANTED, AND  *
000700* THE REGION DEFINITION IN THE FULL CTLCARD LAYOUT. THE APPROVAL *
000800* PROGRAM (RQSTAPRV) KEEPS EVERY REQUEST ON THE KEYED REQUEST    *
000900* MASTER (RQSTMST) AND FILLS IN THE WORKFLOW FIELDS THAT FOLLOW: *
001000* THE DECISION, THE COST ESTIMATE BEHIND IT AND WHO SIGNED OFF A *
001100* HELD REQUEST. THE STATUS REPORT (RQSTSTAT) STAMPS THE DATE THE *
001200* REGION REACHED THE CATALOG AND THE RUN DATE OF ITS FIRST       *
001300* VERIFIED RENDER, SO THE RECORD CARRIES THE REQUEST FROM        *
001400* SUBMISSION TO FINISHED OUTPUT.                                 *
001500*                                                                *
001600* STATUS PROGRESSES H (HELD FOR SIGN-OFF) OR A (APPROVED - ADD   *
001700* TRANSACTION CUT) TO C (ON THE CATALOG) TO V (FIRST VERIFIED    *
001800* RENDER). R IS REJECTED; A REJECTED REQUEST MAY BE RESUBMITTED  *
001900* UNDER THE SAME REQUEST ID ONCE IT IS CORRECTED.                *
002000*                                                                *
002100* MOD LOG                                                        *
002200* DATE       INIT DESCRIPTION                                    *
002300* 2026-10-15 RLH  ORIGINAL.                                      *
002400*****************************************************************
002500 01  RQST-RECORD.
002600     05  RQST-REQUEST-ID     PIC X(08).
002700     05  RQST-REQUESTER      PIC X(20).
002800     05  RQST-COST-CENTER    PIC X(06).
002900     05  RQST-PRIORITY-X     PIC X(02).
003000     05  RQST-PRIORITY       REDEFINES RQST-PRIORITY-X
003100                             PIC 9(02).
003200     05  RQST-NEEDED-BY-X    PIC X(08).
003300     05  RQST-NEEDED-BY      REDEFINES RQST-NEEDED-BY-X
003400                             PIC 9(08).
003500     05  RQST-PURPOSE        PIC X(40).
003600     05  RQST-CARD-IMAGE     PIC X(120).
003700     05  FILLER              PIC X(16).
003800*    WORKFLOW FIELDS - NOT PART OF THE SUBMISSION
003900     05  RQST-STATUS         PIC X(01).
004000         88  RQST-HELD               VALUE "H".
004100         88  RQST-APPROVED           VALUE "A".
004200         88  RQST-REJECTED           VALUE "R".
004300         88  RQST-CATALOGUED         VALUE "C".
004400         88  RQST-VERIFIED           VALUE "V".
004500     05  RQST-SUBMIT-DATE    PIC 9(08).
004600     05  RQST-DECISION-DATE  PIC 9(08).
004700     05  RQST-EST-MINUTES    PIC 9(05)V9(2).
004800     05  RQST-EST-RUNS       PIC 9(04).
004900     05  RQST-SIGNED-OFF-BY  PIC X(20).
005000     05  RQST-REASON         PIC X(40).
005100     05  RQST-CATALOG-DATE   PIC 9(08).
005200     05  RQST-VERIFIED-DATE  PIC 9(08).
005300     05  FILLER              PIC X(16).
