000100*****************************************************************
000200* SHIPACK   - SHIPMENT ACKNOWLEDGMENT RECORD LAYOUT              *
000300*                                                                *
000400* WRITTEN BY SHIPRECV ON ACKOUT WHEN A SHIPMENT (SHIPREC) IS     *
000500* RECEIVED: ONE TYPE-M RECORD PER MANIFEST MEMBER - ACCEPTED,    *
000600* OR REJECTED WITH THE REASON - AND ONE TYPE-S RECORD FOR THE    *
000700* SHIPMENT AS A WHOLE, REJECTED WHEN THE HEADER OR TRAILER IS    *
000800* MISSING OR THE TRAILER'S TOTALS DISAGREE WITH WHAT ARRIVED.    *
000900* THE ACKNOWLEDGMENTS COME BACK TO THE SENDING SIDE, WHERE       *
001000* SHIPMTCH MATCHES THEM AGAINST THE NIGHT'S SHIPMENT. THE        *
001100* SHIPMENT RUN DATE IS ECHOED FROM THE SHIPMENT HEADER SO AN     *
001200* ACKNOWLEDGMENT CAN NEVER BE MATCHED TO THE WRONG NIGHT.        *
001300*                                                                *
001400* ACK-REC-COUNT IS THE NUMBER OF DATA RECORDS RECEIVED - FOR     *
001500* THE MEMBER ON A TYPE-M RECORD, FOR THE WHOLE SHIPMENT ON THE   *
001600* TYPE-S RECORD.                                                 *
001700*                                                                *
001800* MOD LOG                                                        *
001900* DATE       INIT DESCRIPTION                                    *
002000* 2026-10-15 RLH  ORIGINAL.                                      *
002100*****************************************************************
002200 01  ACK-RECORD.
002300     05  ACK-RECORD-TYPE     PIC X(01).
002400         88  ACK-TYPE-MEMBER         VALUE "M".
002500         88  ACK-TYPE-SHIPMENT       VALUE "S".
002600     05  ACK-SHIP-RUN-DATE   PIC 9(08).
002700     05  ACK-RECEIVE-DATE    PIC 9(08).
002800     05  ACK-RECEIVE-TIME    PIC 9(08).
002900     05  ACK-MEMBER-LABEL    PIC X(20).
003000     05  ACK-STATUS          PIC X(01).
003100         88  ACK-ACCEPTED            VALUE "A".
003200         88  ACK-REJECTED            VALUE "R".
003300     05  ACK-REC-COUNT       PIC 9(08).
003400     05  ACK-REASON          PIC X(40).
003500     05  FILLER              PIC X(06).
