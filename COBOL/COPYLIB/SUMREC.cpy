001650*                  THE COUNTS ACCUMULATED SO FAR, AND THE        *
001660*                  CHECKPOINT IS LEFT IN PLACE FOR THE FOLLOW-ON *
001670*                  LEG.                                          *
001680* 2026-10-15 RLH  ADDED SUM-SHORTCUT-COUNT - THE IN-SET PIXELS   *
001685*                  THE RENDER PROVED IN THE SET WITHOUT RUNNING  *
001690*                  THEM TO MAX-ITER (MAIN CARDIOID, PERIOD-2     *
001692*                  BULB, OR A REPEATING ORBIT). THEY ARE ALREADY *
001694*                  INCLUDED IN SUM-IN-SET-COUNT.                 *
001700*****************************************************************
001800 01  SUM-RECORD.
001900     05  SUM-RECORD-TYPE     PIC X(01).
003000     05  SUM-ELAPSED-SECS    PIC 9(6)V9(2).
003100     05  SUM-IN-SET-COUNT    PIC 9(7).
003200     05  SUM-ESCAPE-BUCKET   OCCURS 10 TIMES PIC 9(7).
003250     05  SUM-SHORTCUT-COUNT  PIC 9(7).
003300     05  FILLER              PIC X(03).
