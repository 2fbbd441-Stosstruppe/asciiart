000100*****************************************************************
000200* DCLMREC   - PARALLEL DRIVER NIGHT-PLAN / REGION-CLAIM RECORD   *
000300*                                                                *
000400* ONE KEYED DATASET (DRVCLM, A VSAM KSDS KEYED ON RECORD TYPE    *
000500* PLUS SEQUENCE) IS SHARED BY EVERY ASCIIDRV JOB OF A NIGHT RUN  *
000600* IN PARALLEL STREAMS:                                           *
000700*   H 000 - ONE HEADER, WRITTEN BY THE PLAN STEP: THE NIGHT, THE *
000800*           STREAM COUNT, THE REGION COUNT, THE SELECT-CARD      *
000900*           COUNTS THE MERGE STEP REPORTS, AND THE STAND-IN COST *
001000*           USED FOR REGIONS WITH NO RUN HISTORY. THE MERGE STEP *
001100*           MARKS IT MERGED.                                     *
001200*   P NNN - ONE PER PLANNED REGION, IN PLAN ORDER, WRITTEN BY    *
001300*           THE PLAN STEP: THE CATALOG CARD, PRIORITY, EXPECTED  *
001400*           COST AND THE STREAM IT WAS BALANCED ONTO.            *
001500*   C NNN - ONE PER REGION A STREAM HAS CLAIMED. THE CLAIM IS    *
001600*           THE WRITE ITSELF - A DUPLICATE KEY MEANS ANOTHER     *
001700*           STREAM HOLDS THE REGION - SO A REGION IS RENDERED BY *
001800*           ONE STREAM ONLY. THE CLAIMING STREAM REWRITES IT     *
001900*           WITH THE OUTCOME AND ELAPSED TIME WHEN THE RENDER    *
002000*           ENDS; ONE STILL AT STATUS C NEVER FINISHED.          *
002100*   E NN  - ONE PER STREAM THAT REACHED ITS END.                 *
002200*                                                                *
002300* MOD LOG                                                        *
002400* DATE       INIT DESCRIPTION                                    *
002500* 2026-10-15 RLH  ORIGINAL.                                      *
002600*****************************************************************
002700 01  DCLM-RECORD.
002800     05  DCLM-KEY.
002900         10  DCLM-REC-TYPE       PIC X(01).
003000             88  DCLM-TYPE-HEADER        VALUE "H".
003100             88  DCLM-TYPE-PLAN          VALUE "P".
003200             88  DCLM-TYPE-CLAIM         VALUE "C".
003300             88  DCLM-TYPE-STREAM-END    VALUE "E".
003400         10  DCLM-SEQ            PIC 9(03).
003500     05  DCLM-DATA               PIC X(156).
003600     05  DCLM-HEADER             REDEFINES DCLM-DATA.
003700         10  DCLM-HDR-RUN-DATE   PIC 9(08).
003800         10  DCLM-HDR-STREAM-CNT PIC 9(02).
003900         10  DCLM-HDR-REGION-CNT PIC 9(03).
004000         10  DCLM-HDR-PLAN-DATE  PIC 9(08).
004100         10  DCLM-HDR-PLAN-TIME  PIC 9(08).
004200         10  DCLM-HDR-UNMATCHED  PIC 9(03).
004300         10  DCLM-HDR-SEL-DROPPED PIC 9(03).
004400         10  DCLM-HDR-WORK-DROPPED PIC 9(03).
004500         10  DCLM-HDR-AVERAGE-SECS PIC 9(6)V9(2).
004600         10  DCLM-HDR-MERGED-SW  PIC X(01).
004700             88  DCLM-HDR-MERGED         VALUE "Y".
004800         10  FILLER              PIC X(109).
004900     05  DCLM-PLAN               REDEFINES DCLM-DATA.
005000         10  DCLM-PLN-LABEL      PIC X(20).
005100         10  DCLM-PLN-STREAM     PIC 9(02).
005200         10  DCLM-PLN-PRIORITY   PIC 9(02).
005300         10  DCLM-PLN-KNOWN-SW   PIC X(01).
005400             88  DCLM-PLN-KNOWN          VALUE "Y".
005500         10  DCLM-PLN-ELAPSED    PIC 9(6)V9(2).
005600         10  DCLM-PLN-CARD       PIC X(120).
005700         10  FILLER              PIC X(03).
005800     05  DCLM-CLAIM              REDEFINES DCLM-DATA.
005900         10  DCLM-CLM-LABEL      PIC X(20).
006000         10  DCLM-CLM-STREAM     PIC 9(02).
006100         10  DCLM-CLM-PLAN-STREAM PIC 9(02).
006200         10  DCLM-CLM-STATUS     PIC X(01).
006300             88  DCLM-CLM-IN-RENDER      VALUE "C".
006400             88  DCLM-CLM-RENDERED       VALUE "R".
006500             88  DCLM-CLM-DEFERRED       VALUE "D".
006600             88  DCLM-CLM-FAILED         VALUE "F".
006700         10  DCLM-CLM-RETURN-CODE PIC 9(04).
006800         10  DCLM-CLM-START-DATE PIC 9(08).
006900         10  DCLM-CLM-START-TIME PIC 9(08).
007000         10  DCLM-CLM-END-DATE   PIC 9(08).
007100         10  DCLM-CLM-END-TIME   PIC 9(08).
007200         10  DCLM-CLM-ELAPSED    PIC 9(6)V9(2).
007300         10  FILLER              PIC X(87).
007400     05  DCLM-STREAM-END         REDEFINES DCLM-DATA.
007500         10  DCLM-END-START-DATE PIC 9(08).
007600         10  DCLM-END-START-TIME PIC 9(08).
007700         10  DCLM-END-END-DATE   PIC 9(08).
007800         10  DCLM-END-END-TIME   PIC 9(08).
007900         10  DCLM-END-OWN-CNT    PIC 9(03).
008000         10  DCLM-END-PICKED-CNT PIC 9(03).
008100         10  DCLM-END-RETURN-CODE PIC 9(04).
008200         10  FILLER              PIC X(114).
