000100*****************************************************************
000200* PURGREC   - ORPHAN PURGE TRANSACTION RECORD LAYOUT             *
000300*                                                                *
000400* WRITTEN BY THE WEEKLY ORPHAN SWEEP (ORPHSWP) ON PURGOUT, ONE   *
000500* RECORD PER LEFTOVER ITEM IT RECOMMENDS REMOVING: A RUN-HISTORY *
000600* LABEL WHOSE REGION HAS LEFT THE CATALOG (ALL OF THAT LABEL'S   *
000700* HISTMST RECORDS, COUNTED IN PURG-HIST-RECORDS), OR A           *
000800* CHECKPOINT, ART, SUMMARY OR PIXEL DATASET THAT NO CATALOG      *
000900* REGION WOULD PRODUCE TODAY (NAMED IN PURG-DSNAME). NOTHING IS  *
001000* DELETED BY THE SWEEP ITSELF - THE TRANSACTIONS ARE FOR REVIEW  *
001100* BEFORE ANYONE ACTS ON THEM. A LEFTOVER BASELINE IS NOT         *
001200* WRITTEN HERE: IT GOES OUT AS A BASELIB RETIRE CARD INSTEAD.    *
001300*                                                                *
001400* MOD LOG                                                        *
001500* DATE       INIT DESCRIPTION                                    *
001600* 2026-10-15 RLH  ORIGINAL.                                      *
001700*****************************************************************
001800 01  PURG-RECORD.
001900     05  PURG-SWEEP-DATE     PIC 9(08).
002000     05  PURG-STORE          PIC X(08).
002100         88  PURG-STORE-HISTORY      VALUE "HISTMST".
002200         88  PURG-STORE-CHECKPOINT   VALUE "CKPTFILE".
002300         88  PURG-STORE-ART          VALUE "ARTOUT".
002400         88  PURG-STORE-SUMMARY      VALUE "SUMOUT".
002500         88  PURG-STORE-PIXEL        VALUE "PIXOUT".
002600     05  PURG-REGION-LABEL   PIC X(20).
002700     05  PURG-DSNAME         PIC X(44).
002800     05  PURG-HIST-RECORDS   PIC 9(05).
002900     05  PURG-REASON         PIC X(40).
003000     05  FILLER              PIC X(05).
