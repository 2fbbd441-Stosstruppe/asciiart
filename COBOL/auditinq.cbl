003410* 2026-09-02 RLH  APPEND STAMPED START/END EVENTS TO THE COMMON  *
003420*                  RUN-EVENT JOURNAL (JRNLREC, WRITTEN THROUGH   *
003430*                  JRNLWRT).                                     *
003450* 2026-10-15 RLH  TOOK THE 300-BYTE RCATAUD LEVEL AND SHOW THE   *
003470*                  BEFORE/AFTER OWNING COST CENTER ON INQUIRE.   *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005800 01  AUDIT-CONTROL-RECORD       PIC X(80).
005900 FD  AUDIT-INPUT-FILE
006000     RECORDING MODE IS F.
006100 01  AUDIT-INPUT-RECORD         PIC X(300).
006200 FD  AUDIT-HISTORY-FILE
006300     RECORDING MODE IS F.
006400 01  AUDIT-HISTORY-RECORD       PIC X(300).
006500 FD  AUDIT-NEW-FILE
006600     RECORDING MODE IS F.
006700 01  AUDIT-NEW-RECORD           PIC X(300).
006800 WORKING-STORAGE SECTION.
006900*****************************************************************
007000* THE AUDIT RECORD AND A CARD IMAGE DECODED FROM IT             *
025400             DISPLAY "AUDITINQ -   BEFORE: ACTIVE FLAG "
025500                 AUD-BEFORE-FLAG " PRIORITY "
025550                 AUD-BEFORE-PRIORITY
025570                 " COST CENTER " AUD-BEFORE-COST-CENTER
025600             MOVE AUD-BEFORE-IMAGE TO CTL-CARD-AREA
025700             PERFORM 6000-DECODE-CARD-IMAGE THRU 6000-EXIT
025800         END-IF
026200             DISPLAY "AUDITINQ -   AFTER:  ACTIVE FLAG "
026300                 AUD-AFTER-FLAG " PRIORITY "
026350                 AUD-AFTER-PRIORITY
026370                 " COST CENTER " AUD-AFTER-COST-CENTER
026400             MOVE AUD-AFTER-IMAGE TO CTL-CARD-AREA
026500             PERFORM 6000-DECODE-CARD-IMAGE THRU 6000-EXIT
026600         END-IF
