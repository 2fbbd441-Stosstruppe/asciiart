000100*****************************************************************
000200* FLIPREC   - ZOOM FLIPBOOK DATASET RECORD LAYOUT                *
000300*                                                                *
000400* WRITTEN BY FLIPBOOK ON FLIPOUT: ONE TYPE-H HEADER NAMING THE   *
000500* SEED, THE FRAME COUNT AND THE FRAME SIZE EVERY FRAME SHARES,   *
000600* THEN PER FRAME, IN FRAME ORDER, ONE TYPE-F SEPARATOR CARRYING  *
000700* THE FRAME NUMBER, ITS CENTRE POINT ON THE COMPLEX PLANE AND    *
000800* ITS SCALE, FOLLOWED BY THE FRAME'S ART ROWS AS TYPE-D RECORDS, *
000900* AND ONE TYPE-T TRAILER WITH THE TOTALS. A WIDE FRAME'S ROWS    *
001000* FOLLOW TILE BY TILE - EVERY ROW OF .T01, THEN EVERY ROW OF     *
001100* .T02 - EACH ROW TAGGED WITH ITS TILE AND ROW NUMBER, SO THE    *
001200* VIEWER CAN LAY THEM SIDE BY SIDE THE WAY ARTSTICH DOES.        *
001300*                                                                *
001400* THE CENTRE IS THE VIEWPORT'S MID-POINT TIMES THE SCALE, IN THE *
001500* SAME TERMS AS THE ZOOMGEN PARAMETER CARD'S CENTER FIELDS.      *
001600*                                                                *
001700* MOD LOG                                                        *
001800* DATE       INIT DESCRIPTION                                    *
001900* 2026-10-15 RLH  ORIGINAL.                                      *
002000*****************************************************************
002100 01  FLIP-RECORD.
002200     05  FLIP-RECORD-TYPE    PIC X(01).
002300         88  FLIP-TYPE-HEADER        VALUE "H".
002400         88  FLIP-TYPE-FRAME         VALUE "F".
002500         88  FLIP-TYPE-DATA          VALUE "D".
002600         88  FLIP-TYPE-TRAILER       VALUE "T".
002700     05  FLIP-DATA           PIC X(99).
002800     05  FLIP-HEADER         REDEFINES FLIP-DATA.
002900         10  FLIP-HDR-SEED-LABEL PIC X(20).
003000         10  FLIP-HDR-RUN-DATE   PIC 9(08).
003100         10  FLIP-HDR-FRAME-CNT  PIC 9(03).
003200         10  FLIP-HDR-ROWS       PIC 9(04).
003300         10  FLIP-HDR-COLS       PIC 9(04).
003400         10  FILLER              PIC X(60).
003500     05  FLIP-FRAME          REDEFINES FLIP-DATA.
003600         10  FLIP-FRM-NUMBER     PIC 9(03).
003700         10  FLIP-FRM-LABEL      PIC X(20).
003800         10  FLIP-FRM-CENTER-A   PIC S9(4)V9(9)
003900                                 SIGN IS LEADING SEPARATE.
004000         10  FLIP-FRM-CENTER-B   PIC S9(4)V9(9)
004100                                 SIGN IS LEADING SEPARATE.
004200         10  FLIP-FRM-CA-SCALE   PIC S9V9(9)
004300                                 SIGN IS LEADING SEPARATE.
004400         10  FLIP-FRM-CB-SCALE   PIC S9V9(9)
004500                                 SIGN IS LEADING SEPARATE.
004600         10  FLIP-FRM-TILE-CNT   PIC 9(02).
004700         10  FLIP-FRM-ROWS       PIC 9(04).
004800         10  FILLER              PIC X(20).
004900     05  FLIP-ROW            REDEFINES FLIP-DATA.
005000         10  FLIP-ROW-TILE       PIC 9(02).
005100         10  FLIP-ROW-NUMBER     PIC 9(04).
005200         10  FLIP-ROW-TEXT       PIC X(79).
005300         10  FILLER              PIC X(14).
005400     05  FLIP-TRAILER        REDEFINES FLIP-DATA.
005500         10  FLIP-TRL-FRAME-CNT  PIC 9(03).
005600         10  FLIP-TRL-ROW-CNT    PIC 9(07).
005700         10  FILLER              PIC X(89).
