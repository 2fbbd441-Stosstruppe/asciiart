000100*****************************************************************
000200* GLFDREC   - CHARGEBACK GENERAL LEDGER FEED RECORD LAYOUT       *
000300*                                                                *
000400* WRITTEN BY THE MONTH-END RENDER CHARGEBACK (CHGBACK) ON        *
000500* GLFEED FOR THE GENERAL LEDGER INTERFACE. ONE TYPE-C RECORD PER *
000600* BILLED COST CENTER DEBITS THAT COST CENTER AND CREDITS THE     *
000700* RECOVERY COST CENTER NAMED ON THE CHARGEBACK CONTROL CARD,     *
000800* BOTH UNDER THE SAME LEDGER ACCOUNT. ONE TYPE-T TRAILER CLOSES  *
000900* THE FILE: GLF-REGION-COUNT THEN CARRIES THE NUMBER OF TYPE-C   *
001000* RECORDS AND GLF-AMOUNT THEIR TOTAL, FOR THE INTERFACE'S        *
001100* CONTROL-TOTAL CHECK. RENDER TIME WITH NO OWNING COST CENTER IS *
001200* NEVER FED - IT IS LEFT ON THE STATEMENT FOR FOLLOW-UP.         *
001300*                                                                *
001400* MOD LOG                                                        *
001500* DATE       INIT DESCRIPTION                                    *
001600* 2026-10-15 RLH  ORIGINAL.                                      *
001700*****************************************************************
001800 01  GLF-RECORD.
001900     05  GLF-RECORD-TYPE     PIC X(01).
002000         88  GLF-TYPE-CHARGE         VALUE "C".
002100         88  GLF-TYPE-TRAILER        VALUE "T".
002200     05  GLF-PERIOD          PIC 9(06).
002300     05  GLF-GL-ACCOUNT      PIC X(08).
002400     05  GLF-DEBIT-CENTER    PIC X(06).
002500     05  GLF-CREDIT-CENTER   PIC X(06).
002600     05  GLF-AMOUNT          PIC S9(9)V9(2)
002700                             SIGN IS LEADING SEPARATE.
002800     05  GLF-ELAPSED-MINS    PIC 9(7)V9(2).
002900     05  GLF-PIXEL-COUNT     PIC 9(11).
003000     05  GLF-REGION-COUNT    PIC 9(05).
003100     05  GLF-DESCRIPTION     PIC X(30).
003200     05  FILLER              PIC X(06).
