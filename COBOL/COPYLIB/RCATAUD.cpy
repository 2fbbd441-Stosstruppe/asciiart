001130*                  LIKE EVERY OTHER CATALOG CHANGE - PRIORITY    *
001140*                  LIVES ON THE CATALOG RECORD, NOT IN THE CARD  *
001150*                  IMAGE, SO THE IMAGES ALONE DO NOT SHOW IT.    *
001155* 2026-10-15 RLH  ADDED THE BEFORE/AFTER OWNING COST CENTER,     *
001160*                  AUDITED THE SAME WAY AS THE PRIORITY. THE     *
001165*                  RECORD IS NOW 300 BYTES; THE LIVE AUDIT       *
001170*                  DATASET MUST BE REDEFINED WHEN THIS COPY      *
001175*                  LEVEL IS TAKEN.                               *
001200*****************************************************************
001300 01  AUD-RECORD.
001400     05  AUD-DATE            PIC 9(08).
002100     05  AUD-AFTER-IMAGE     PIC X(120).
002110     05  AUD-BEFORE-PRIORITY PIC X(02).
002120     05  AUD-AFTER-PRIORITY  PIC X(02).
002220     05  AUD-BEFORE-COST-CENTER
002320                             PIC X(06).
002420     05  AUD-AFTER-COST-CENTER
002520                             PIC X(06).
