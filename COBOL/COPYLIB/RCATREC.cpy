001530*                  WORK BY, 01 (FIRST) THRU 99. BLANK ON AN OLD  *
001540*                  RECORD READS AS SPACES AND IS TREATED AS THE  *
001550*                  DEFAULT 50 BY THE MAINTENANCE PROGRAM.        *
001555* 2026-10-15 RLH  ADDED RCAT-COST-CENTER (TAKEN FROM FILLER) -   *
001560*                  THE COST CENTER THAT OWNS THE REGION AND IS   *
001565*                  BILLED FOR ITS RENDER TIME BY THE MONTH-END   *
001570*                  CHARGEBACK (CHGBACK). BLANK ON AN OLD RECORD  *
001575*                  MEANS NOT YET ASSIGNED.                       *
001600*****************************************************************
001700 01  RCAT-RECORD.
001800     05  RCAT-REGION-LABEL   PIC X(20).
002410     05  RCAT-PRIORITY-X     PIC X(02).
002420     05  RCAT-PRIORITY       REDEFINES RCAT-PRIORITY-X
002430                             PIC 9(02).
002530     05  RCAT-COST-CENTER    PIC X(06).
002630     05  FILLER              PIC X(03).
