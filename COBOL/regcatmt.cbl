000180*   COLS 28-29 RENDER PRIORITY 01 (FIRST) THRU 99 - BLANK       *
000190*              DEFAULTS TO 50. THE DRIVER ORDERS THE NIGHT'S    *
000200*              WORK BY THIS FIELD FIRST.                        *
000202*   COLS 30-35 OWNING COST CENTER, BILLED FOR THE REGION'S       *
000204*              RENDER TIME BY THE MONTH-END CHARGEBACK. BLANK    *
000206*              ON AN ADD LEAVES IT UNASSIGNED; BLANK ON A        *
000208*              CHANGE KEEPS THE COST CENTER ALREADY HELD.        *
000210* AN ADD OR CHANGE CARD IS FOLLOWED BY ONE CARD IN THE FULL      *
000220* CTLCARD LAYOUT CARRYING THE REGION DEFINITION; ITS LABEL MUST  *
000230* MATCH THE FUNCTION CARD'S. THE DEFINITION IS PUT THROUGH THE   *
000500*                  EVENT PER REJECTED TRANSACTION - TO THE       *
000510*                  COMMON RUN-EVENT JOURNAL (JRNLREC, WRITTEN    *
000520*                  THROUGH JRNLWRT).                             *
000521* 2026-10-15 RLH  ADDED THE OWNING COST CENTER - FUNCTION CARD   *
000522*                  COLUMNS 30-35 - STORED ON THE CATALOG RECORD  *
000523*                  (RCAT-COST-CENTER), SHOWN ON LIST OUTPUT AND  *
000524*                  CARRIED BEFORE/AFTER ON THE AUDIT RECORD,     *
000525*                  NOW 300 BYTES.                                *
000530*****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000770     COPY RCATREC.
000780 FD  AUDIT-FILE
000790     RECORDING MODE IS F.
000800 01  AUDIT-OUTPUT-RECORD        PIC X(300).
000810 WORKING-STORAGE SECTION.
000820*****************************************************************
000830* A REGION DEFINITION CARD IN THE CTLCARD LAYOUT                 *
001010     05  TXN-PRIORITY-X      PIC X(02).
001020     05  TXN-PRIORITY        REDEFINES TXN-PRIORITY-X
001030                             PIC 9(02).
001040     05  TXN-COST-CENTER     PIC X(06).
001045     05  FILLER              PIC X(45).
001050*****************************************************************
001060* SWITCHES AND COUNTERS                                          *
001070*****************************************************************
002320         PERFORM 7500-NOTE-REJECT THRU 7500-EXIT
002330         GO TO 2000-EXIT
002340     END-IF.
002341     IF TXN-COST-CENTER NOT = SPACES
002342         AND TXN-COST-CENTER(1:1) = SPACE
002343         DISPLAY "REGCATMT - REJECTED - REGION "
002344             TXN-REGION-LABEL " COST CENTER MUST START IN "
002345             "COLUMN 30"
002346         ADD 1 TO WS-REJECT-COUNT
002347         PERFORM 7500-NOTE-REJECT THRU 7500-EXIT
002348         GO TO 2000-EXIT
002349     END-IF.
002350     IF TXN-ADD
002360         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002370     ELSE
003070     MOVE WS-STAMP-DATE    TO RCAT-UPDATE-DATE.
003080     MOVE WS-STAMP-TIME    TO RCAT-UPDATE-TIME.
003090     MOVE TXN-PRIORITY-X   TO RCAT-PRIORITY-X.
003095     MOVE TXN-COST-CENTER  TO RCAT-COST-CENTER.
003100     WRITE RCAT-RECORD
003110         INVALID KEY CONTINUE
003120     END-WRITE.
003140         MOVE SPACES TO AUD-BEFORE-IMAGE
003150         MOVE SPACE  TO AUD-BEFORE-FLAG
003160         MOVE SPACES TO AUD-BEFORE-PRIORITY
003165         MOVE SPACES TO AUD-BEFORE-COST-CENTER
003170         PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
003180         ADD 1 TO WS-APPLIED-COUNT
003190         DISPLAY "REGCATMT - ADDED REGION " TXN-REGION-LABEL
003530     MOVE RCAT-ACTIVE-FLAG TO AUD-BEFORE-FLAG.
003540     MOVE RCAT-CARD-IMAGE  TO AUD-BEFORE-IMAGE.
003550     MOVE RCAT-PRIORITY-X  TO AUD-BEFORE-PRIORITY.
003552     MOVE RCAT-COST-CENTER TO AUD-BEFORE-COST-CENTER.
003554     IF TXN-COST-CENTER = SPACES
003556         MOVE RCAT-COST-CENTER TO TXN-COST-CENTER
003558     END-IF.
003560     MOVE TXN-ACTIVE-FLAG  TO RCAT-ACTIVE-FLAG.
003570     MOVE CTL-CARD-AREA    TO RCAT-CARD-IMAGE.
003580     MOVE WS-STAMP-DATE    TO RCAT-UPDATE-DATE.
003590     MOVE WS-STAMP-TIME    TO RCAT-UPDATE-TIME.
003600     MOVE TXN-PRIORITY-X   TO RCAT-PRIORITY-X.
003605     MOVE TXN-COST-CENTER  TO RCAT-COST-CENTER.
003610     REWRITE RCAT-RECORD
003620         INVALID KEY CONTINUE
003630     END-REWRITE.
003900     MOVE RCAT-ACTIVE-FLAG TO AUD-BEFORE-FLAG.
003910     MOVE RCAT-CARD-IMAGE  TO AUD-BEFORE-IMAGE.
003920     MOVE RCAT-PRIORITY-X  TO AUD-BEFORE-PRIORITY.
003925     MOVE RCAT-COST-CENTER TO AUD-BEFORE-COST-CENTER.
003930     DELETE REGION-CATALOG-FILE
003940         INVALID KEY CONTINUE
003950     END-DELETE.
004030     MOVE SPACES TO CTL-CARD-AREA.
004040     MOVE SPACE TO TXN-ACTIVE-FLAG.
004050     MOVE SPACES TO TXN-PRIORITY-X.
004055     MOVE SPACES TO TXN-COST-CENTER.
004060     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
004070     ADD 1 TO WS-APPLIED-COUNT.
004080     DISPLAY "REGCATMT - DELETED REGION " TXN-REGION-LABEL.
004420     DISPLAY "REGCATMT - " RCAT-REGION-LABEL
004430         " " RCAT-ACTIVE-FLAG
004440         " PRI " RCAT-PRIORITY-X
004445         " CC " RCAT-COST-CENTER
004450         " " RCAT-UPDATE-DATE "/" RCAT-UPDATE-TIME
004460         " " RCAT-CARD-IMAGE.
004470     ADD 1 TO WS-LISTED-COUNT.
004700     MOVE TXN-ACTIVE-FLAG  TO AUD-AFTER-FLAG.
004710     MOVE CTL-CARD-AREA    TO AUD-AFTER-IMAGE.
004720     MOVE TXN-PRIORITY-X   TO AUD-AFTER-PRIORITY.
004725     MOVE TXN-COST-CENTER  TO AUD-AFTER-COST-CENTER.
004730     WRITE AUDIT-OUTPUT-RECORD FROM AUD-RECORD.
004740     IF WS-AUDOUT-STATUS NOT = "00"
004750         DISPLAY "REGCATMT - AUDIT WRITE FAILED - FILE STATUS "
