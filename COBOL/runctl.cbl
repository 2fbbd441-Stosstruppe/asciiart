000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RUNCTL.
000300 AUTHOR.        R L HUTCHENS.
000400 INSTALLATION.  MATH/SCIENCE APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* RUNCTL IS THE COMMON NIGHT-STREAM RUN-CONTROL MODULE. EVERY    *
000900* PROGRAM IN THE NIGHT STREAM CALLS IT WITH AN RCTLREQ AREA      *
001000* ONCE AT START (CHECK) AND ONCE AT END (RECORD), AND IT KEEPS   *
001100* ONE RCTLREC RECORD PER STEP PER NIGHT ON THE KEYED RUN-CONTROL *
001200* DATASET (RUNCTL). THE DATASET IS OPENED AND CLOSED AROUND EACH *
001300* CALL SO EVERY STEP OF THE NIGHT CAN SHARE IT.                  *
001400*                                                                *
001500* THE STREAM AND EACH STEP'S PREREQUISITE:                       *
001600*   ASCIIDRV  - OPENS THE NIGHT                                  *
001700*   RECONCIL  - ASCIIDRV                                         *
001800*   BASELIB   - RECONCIL  (PROMOTE ONLY)                         *
001900*   HISTPOST  - BASELIB                                          *
002000*   SHIPPACK  - HISTPOST                                         *
002100*   SUMCOMP   - SHIPPACK                                         *
002200*   PROOFSHT  - SHIPPACK                                         *
002300*                                                                *
002400* THE NIGHT A STEP BELONGS TO IS THE RUN DATE: TODAY FOR         *
002500* ASCIIDRV, WHICH OPENS IT; FOR EVERY OTHER STEP, THE LATEST     *
002600* NIGHT ASCIIDRV HAS OPENED - SO A STREAM THAT RUNS PAST         *
002700* MIDNIGHT, OR A RERUN THE NEXT MORNING, STILL LANDS ON THE      *
002800* RIGHT NIGHT. A CHECK IS REFUSED WHEN:                          *
002900*   - THE STEP ALREADY COMPLETED FOR THAT NIGHT, OR              *
003000*   - ITS PREREQUISITE HAS NOT COMPLETED FOR THAT NIGHT, OR      *
003100*   - THE STEP IS NOT IN THE STREAM, OR THE RUN-CONTROL DATASET  *
003200*     CANNOT BE OPENED OR WRITTEN.                               *
003300* A STEP THAT FAILED (CONDITION CODE 16 OR MORE) OR NEVER        *
003400* FINISHED MAY SIMPLY BE RERUN. EVERY REFUSAL IS SHOWN ON SYSOUT *
003500* AND JOURNALED THROUGH JRNLWRT AS A REJECT EVENT UNDER THE      *
003600* STEP'S NAME, SO THE NIGHT TIMELINE (JRNLRPT) SHOWS IT.         *
003700*                                                                *
003800* AN OVERRIDE CARD ON THE OPTIONAL RCTLOVR DD FORCES A REFUSED   *
003900* STEP TO RUN - A RERUN OF A COMPLETED STEP, OR A RUN PAST AN    *
004000* INCOMPLETE PREREQUISITE. THE FORCING IS JOURNALED AS A NOTE    *
004100* AND THE NAME IS KEPT ON THE STEP'S RECORD.                     *
004200*   COLS 1-8   STEP NAME THE CARD APPLIES TO                     *
004300*   COLS 9-16  NIGHT (YYYYMMDD) TO RUN FOR - BLANK FOR THE NIGHT *
004400*              WORKED OUT AS ABOVE                               *
004500*   COLS 17-36 NAME OF THE PERSON FORCING THE RUN                *
004600*                                                                *
004700* MOD LOG                                                        *
004800* DATE       INIT DESCRIPTION                                    *
004900* 2026-10-15 RLH  ORIGINAL.                                      *
005000*****************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.   IBM-370.
005400 OBJECT-COMPUTER.   IBM-370.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RCTL-KEY
006100         FILE STATUS IS WS-RUNCTL-STATUS.
006200     SELECT OVERRIDE-FILE       ASSIGN TO RCTLOVR
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RCTLOVR-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  RUN-CONTROL-FILE.
006800     COPY RCTLREC.
006900 FD  OVERRIDE-FILE
007000     RECORDING MODE IS F.
007100 01  OVERRIDE-RECORD            PIC X(80).
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
007400* THE NIGHT STREAM - EACH STEP AND THE STEP THAT MUST HAVE       *
007500* COMPLETED BEFORE IT MAY RUN. THE FIRST STEP OPENS THE NIGHT.   *
007600*****************************************************************
007700 01  WS-STREAM-VALUES.
007800     05  FILLER              PIC X(16)   VALUE "ASCIIDRV".
007900     05  FILLER              PIC X(16)   VALUE "RECONCILASCIIDRV".
008000     05  FILLER              PIC X(16)   VALUE "BASELIB RECONCIL".
008100     05  FILLER              PIC X(16)   VALUE "HISTPOSTBASELIB".
008200     05  FILLER              PIC X(16)   VALUE "SHIPPACKHISTPOST".
008300     05  FILLER              PIC X(16)   VALUE "SUMCOMP SHIPPACK".
008400     05  FILLER              PIC X(16)   VALUE "PROOFSHTSHIPPACK".
008500 01  WS-STREAM-TABLE         REDEFINES WS-STREAM-VALUES.
008600     05  WS-STREAM-ENTRY     OCCURS 7 TIMES.
008700         10  WS-STREAM-STEP      PIC X(08).
008800         10  WS-STREAM-PREREQ    PIC X(08).
008900 77  WS-STREAM-COUNT         PIC 9(02)   VALUE 7.
009000 77  WS-STREAM-IDX           PIC 9(02).
009100 77  WS-OPENING-STEP         PIC X(08)   VALUE "ASCIIDRV".
009200*****************************************************************
009300* RCTLOVR OVERRIDE CARD                                          *
009400*****************************************************************
009500 01  OVR-CARD.
009600     05  OVR-STEP-NAME       PIC X(08).
009700     05  OVR-RUN-DATE-X      PIC X(08).
009800     05  OVR-RUN-DATE        REDEFINES OVR-RUN-DATE-X
009900                             PIC 9(08).
010000     05  OVR-FORCED-BY       PIC X(20).
010100     05  FILLER              PIC X(44).
010200*****************************************************************
010300* SWITCHES AND WORK FIELDS                                       *
010400*****************************************************************
010500 01  WS-SWITCHES.
010600     05  WS-OVR-EOF-SW       PIC X(01)   VALUE "N".
010700         88  WS-OVR-EOF                  VALUE "Y".
010800     05  WS-OVERRIDE-SW      PIC X(01)   VALUE "N".
010900         88  WS-OVERRIDE                 VALUE "Y".
011000     05  WS-RCTL-EOF-SW      PIC X(01)   VALUE "N".
011100         88  WS-RCTL-EOF                 VALUE "Y".
011200     05  WS-STEP-FOUND-SW    PIC X(01)   VALUE "N".
011300         88  WS-STEP-FOUND               VALUE "Y".
011400 01  WS-RUNCTL-STATUS        PIC X(02)   VALUE SPACES.
011500 01  WS-RCTLOVR-STATUS       PIC X(02)   VALUE SPACES.
011600 77  WS-NOW-DATE             PIC 9(08).
011700 77  WS-NOW-TIME             PIC 9(08).
011800 77  WS-NIGHT-DATE           PIC 9(08).
011900 77  WS-PREREQ-STEP          PIC X(08).
012000 77  WS-PRIOR-RUN-COUNT      PIC 9(03).
012100 77  WS-PRIOR-COND-CODE      PIC 9(04).
012200 77  WS-CC-ED                PIC Z(3)9.
012300 01  WS-FORCED-BY            PIC X(20).
012400 01  WS-CALLER-STEP          PIC X(08).
012500*****************************************************************
012600* RUN-EVENT JOURNAL - REFUSALS AND OVERRIDES ARE JOURNALED UNDER *
012700* THE CALLING STEP'S NAME                                        *
012800*****************************************************************
012900     COPY JRNLREC.
013000 LINKAGE SECTION.
013100*****************************************************************
013200* THE CALLER'S REQUEST                                           *
013300*****************************************************************
013400     COPY RCTLREQ.
013500 PROCEDURE DIVISION USING RCTL-REQUEST.
013600*****************************************************************
013700* 0000-MAINLINE - CHECK OR RECORD ONE STEP                       *
013800*****************************************************************
013900 0000-MAINLINE.
014000     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
014100     ACCEPT WS-NOW-TIME FROM TIME.
014200     MOVE RCTL-REQ-STEP TO WS-CALLER-STEP.
014300     IF RCTL-REQ-RECORD
014400         PERFORM 5000-RECORD-STEP THRU 5000-EXIT
014500     ELSE
014600         PERFORM 1000-CHECK-STEP THRU 1000-EXIT
014700     END-IF.
014800     GO TO 9999-EXIT.
014900*****************************************************************
015000* 1000-CHECK-STEP - CLEAR THE STEP TO RUN FOR ITS NIGHT, OR      *
015100*                   REFUSE IT                                    *
015200*****************************************************************
015300 1000-CHECK-STEP.
015400     MOVE SPACES TO RCTL-REQ-REASON.
015500     MOVE ZERO TO RCTL-REQ-RUN-DATE.
015600     MOVE "N" TO WS-OVERRIDE-SW.
015700     MOVE "N" TO WS-STEP-FOUND-SW.
015800     MOVE SPACES TO WS-FORCED-BY.
015900     MOVE WS-NOW-DATE TO WS-NIGHT-DATE.
016000     MOVE HIGH-VALUES TO WS-PREREQ-STEP.
016100     PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
016200             UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
016300         IF WS-STREAM-STEP(WS-STREAM-IDX) = RCTL-REQ-STEP
016400             MOVE WS-STREAM-PREREQ(WS-STREAM-IDX)
016500                 TO WS-PREREQ-STEP
016600         END-IF
016700     END-PERFORM.
016800     IF WS-PREREQ-STEP = HIGH-VALUES
016900         MOVE "STEP IS NOT PART OF THE NIGHT STREAM"
017000             TO RCTL-REQ-REASON
017100         PERFORM 1900-REFUSE-STEP THRU 1900-EXIT
017200         GO TO 1000-EXIT
017300     END-IF.
017400     PERFORM 1100-READ-OVERRIDE THRU 1100-EXIT.
017500     OPEN I-O RUN-CONTROL-FILE.
017600     IF WS-RUNCTL-STATUS = "35"
017700         OPEN OUTPUT RUN-CONTROL-FILE
017800         CLOSE RUN-CONTROL-FILE
017900         OPEN I-O RUN-CONTROL-FILE
018000     END-IF.
018100     IF WS-RUNCTL-STATUS NOT = "00"
018200         DISPLAY "RUNCTL   - UNABLE TO OPEN RUNCTL - "
018300             "FILE STATUS " WS-RUNCTL-STATUS
018400         MOVE "RUN-CONTROL DATASET NOT AVAILABLE"
018500             TO RCTL-REQ-REASON
018600         PERFORM 1900-REFUSE-STEP THRU 1900-EXIT
018700         GO TO 1000-EXIT
018800     END-IF.
018900     PERFORM 1200-RESOLVE-NIGHT THRU 1200-EXIT.
019000     MOVE WS-NIGHT-DATE TO RCTL-REQ-RUN-DATE.
019100*    HAS THIS STEP ALREADY RUN FOR THE NIGHT?
019200     MOVE WS-NIGHT-DATE TO RCTL-RUN-DATE.
019300     MOVE RCTL-REQ-STEP TO RCTL-STEP-NAME.
019400     MOVE ZERO TO WS-PRIOR-RUN-COUNT.
019500     READ RUN-CONTROL-FILE
019600         INVALID KEY CONTINUE
019700     END-READ.
019800     IF WS-RUNCTL-STATUS = "00"
019900         SET WS-STEP-FOUND TO TRUE
020000         MOVE RCTL-RUN-COUNT TO WS-PRIOR-RUN-COUNT
020100         MOVE RCTL-COND-CODE TO WS-PRIOR-COND-CODE
020200         IF RCTL-COMPLETED
020300             MOVE WS-PRIOR-COND-CODE TO WS-CC-ED
020400             STRING "ALREADY COMPLETED FOR THE NIGHT - CC"
020500                     DELIMITED BY SIZE
020600                 WS-CC-ED DELIMITED BY SIZE
020700                 INTO RCTL-REQ-REASON
020800             END-STRING
020900         END-IF
021000         IF RCTL-STARTED
021100             MOVE "PRIOR RUN NEVER FINISHED - RERUNNING"
021200                 TO JRNL-DETAIL
021300             PERFORM 9500-JOURNAL-NOTE THRU 9500-EXIT
021400         END-IF
021500     END-IF.
021600     IF RCTL-REQ-REASON NOT = SPACES
021700         IF WS-OVERRIDE
021800             PERFORM 1950-NOTE-OVERRIDE THRU 1950-EXIT
021900         ELSE
022000             CLOSE RUN-CONTROL-FILE
022100             PERFORM 1900-REFUSE-STEP THRU 1900-EXIT
022200             GO TO 1000-EXIT
022300         END-IF
022400     END-IF.
022500*    HAS ITS PREREQUISITE COMPLETED FOR THE NIGHT?
022600     IF WS-PREREQ-STEP NOT = SPACES
022700         PERFORM 1300-CHECK-PREREQUISITE THRU 1300-EXIT
022800     END-IF.
022900     IF RCTL-REQ-REASON NOT = SPACES
023000         IF WS-OVERRIDE
023100             PERFORM 1950-NOTE-OVERRIDE THRU 1950-EXIT
023200         ELSE
023300             CLOSE RUN-CONTROL-FILE
023400             PERFORM 1900-REFUSE-STEP THRU 1900-EXIT
023500             GO TO 1000-EXIT
023600         END-IF
023700     END-IF.
023800     PERFORM 1400-WRITE-STARTED THRU 1400-EXIT.
023900     CLOSE RUN-CONTROL-FILE.
024000 1000-EXIT.
024100     EXIT.
024200*****************************************************************
024300* 1100-READ-OVERRIDE - LOOK FOR AN OVERRIDE CARD NAMING THIS     *
024400*                      STEP. A MISSING OR DUMMY RCTLOVR DD MEANS *
024500*                      NO OVERRIDE.                              *
024600*****************************************************************
024700 1100-READ-OVERRIDE.
024800     MOVE "N" TO WS-OVR-EOF-SW.
024900     OPEN INPUT OVERRIDE-FILE.
025000     IF WS-RCTLOVR-STATUS NOT = "00"
025100         GO TO 1100-EXIT
025200     END-IF.
025300     PERFORM 1110-READ-ONE-OVERRIDE THRU 1110-EXIT
025400         UNTIL WS-OVR-EOF OR WS-OVERRIDE.
025500     CLOSE OVERRIDE-FILE.
025600 1100-EXIT.
025700     EXIT.
025800*****************************************************************
025900* 1110-READ-ONE-OVERRIDE - TAKE THE FIRST CARD FOR THIS STEP     *
026000*****************************************************************
026100 1110-READ-ONE-OVERRIDE.
026200     READ OVERRIDE-FILE INTO OVR-CARD
026300         AT END SET WS-OVR-EOF TO TRUE
026400     END-READ.
026500     IF WS-OVR-EOF OR OVR-STEP-NAME NOT = RCTL-REQ-STEP
026600         GO TO 1110-EXIT
026700     END-IF.
026800     SET WS-OVERRIDE TO TRUE.
026900     MOVE OVR-FORCED-BY TO WS-FORCED-BY.
027000     IF WS-FORCED-BY = SPACES
027100         MOVE "UNNAMED OPERATOR" TO WS-FORCED-BY
027200     END-IF.
027300     IF OVR-RUN-DATE-X NOT = SPACES
027400         IF OVR-RUN-DATE NUMERIC AND OVR-RUN-DATE NOT = ZERO
027500             MOVE OVR-RUN-DATE TO WS-NIGHT-DATE
027600         ELSE
027700             DISPLAY "RUNCTL   - OVERRIDE CARD FOR "
027800                 RCTL-REQ-STEP " - NIGHT IN COLUMNS 9-16 "
027900                 "IS NOT YYYYMMDD - IGNORED"
028000             MOVE ZERO TO OVR-RUN-DATE
028100         END-IF
028200     END-IF.
028300 1110-EXIT.
028400     EXIT.
028500*****************************************************************
028600* 1200-RESOLVE-NIGHT - THE OPENING STEP RUNS FOR TODAY; EVERY    *
028700*                      OTHER STEP RUNS FOR THE LATEST NIGHT THE  *
028800*                      OPENING STEP HAS OPENED. A NIGHT NAMED ON *
028900*                      THE OVERRIDE CARD WINS OVER BOTH.         *
029000*****************************************************************
029100 1200-RESOLVE-NIGHT.
029200     IF WS-OVERRIDE AND OVR-RUN-DATE-X NOT = SPACES
029300         AND OVR-RUN-DATE NOT = ZERO
029400         GO TO 1200-EXIT
029500     END-IF.
029600     MOVE WS-NOW-DATE TO WS-NIGHT-DATE.
029700     IF WS-PREREQ-STEP = SPACES
029800         GO TO 1200-EXIT
029900     END-IF.
030000     MOVE ZERO TO WS-NIGHT-DATE.
030100     MOVE "N" TO WS-RCTL-EOF-SW.
030200     MOVE LOW-VALUES TO RCTL-KEY.
030300     START RUN-CONTROL-FILE KEY NOT < RCTL-KEY
030400         INVALID KEY SET WS-RCTL-EOF TO TRUE
030500     END-START.
030600     PERFORM 1210-SCAN-ONE-NIGHT THRU 1210-EXIT
030700         UNTIL WS-RCTL-EOF.
030800     IF WS-NIGHT-DATE = ZERO
030900         MOVE WS-NOW-DATE TO WS-NIGHT-DATE
031000     END-IF.
031100 1200-EXIT.
031200     EXIT.
031300*****************************************************************
031400* 1210-SCAN-ONE-NIGHT - NOTE ONE OPENING-STEP RECORD'S NIGHT     *
031500*****************************************************************
031600 1210-SCAN-ONE-NIGHT.
031700     READ RUN-CONTROL-FILE NEXT RECORD
031800         AT END SET WS-RCTL-EOF TO TRUE
031900     END-READ.
032000     IF WS-RCTL-EOF
032100         GO TO 1210-EXIT
032200     END-IF.
032300     IF RCTL-STEP-NAME = WS-OPENING-STEP
032400         AND RCTL-RUN-DATE > WS-NIGHT-DATE
032500         MOVE RCTL-RUN-DATE TO WS-NIGHT-DATE
032600     END-IF.
032700 1210-EXIT.
032800     EXIT.
032900*****************************************************************
033000* 1300-CHECK-PREREQUISITE - THE PREREQUISITE STEP MUST HAVE      *
033100*                           COMPLETED FOR THE SAME NIGHT         *
033200*****************************************************************
033300 1300-CHECK-PREREQUISITE.
033400     MOVE WS-NIGHT-DATE TO RCTL-RUN-DATE.
033500     MOVE WS-PREREQ-STEP TO RCTL-STEP-NAME.
033600     READ RUN-CONTROL-FILE
033700         INVALID KEY CONTINUE
033800     END-READ.
033900     IF WS-RUNCTL-STATUS = "00" AND RCTL-COMPLETED
034000         GO TO 1300-EXIT
034100     END-IF.
034200     STRING "PREREQUISITE " DELIMITED BY SIZE
034300         WS-PREREQ-STEP DELIMITED BY SPACE
034400         " HAS NOT COMPLETED" DELIMITED BY SIZE
034500         INTO RCTL-REQ-REASON
034600     END-STRING.
034700 1300-EXIT.
034800     EXIT.
034900*****************************************************************
035000* 1400-WRITE-STARTED - MARK THE STEP STARTED FOR THE NIGHT AND   *
035100*                      CLEAR IT TO RUN                           *
035200*****************************************************************
035300 1400-WRITE-STARTED.
035400     MOVE SPACES TO RCTL-RECORD.
035500     MOVE WS-NIGHT-DATE TO RCTL-RUN-DATE.
035600     MOVE RCTL-REQ-STEP TO RCTL-STEP-NAME.
035700     SET RCTL-STARTED TO TRUE.
035800     MOVE ZERO TO RCTL-COND-CODE.
035900     MOVE WS-NOW-DATE TO RCTL-START-DATE.
036000     MOVE WS-NOW-TIME TO RCTL-START-TIME.
036100     MOVE ZERO TO RCTL-END-DATE.
036200     MOVE ZERO TO RCTL-END-TIME.
036300     COMPUTE RCTL-RUN-COUNT = WS-PRIOR-RUN-COUNT + 1.
036400     MOVE WS-FORCED-BY TO RCTL-OVERRIDE-BY.
036500     IF WS-STEP-FOUND
036600         REWRITE RCTL-RECORD
036700             INVALID KEY CONTINUE
036800         END-REWRITE
036900     ELSE
037000         WRITE RCTL-RECORD
037100             INVALID KEY CONTINUE
037200         END-WRITE
037300     END-IF.
037400     IF WS-RUNCTL-STATUS NOT = "00"
037500         DISPLAY "RUNCTL   - UNABLE TO WRITE RUNCTL - "
037600             "FILE STATUS " WS-RUNCTL-STATUS
037700         MOVE "RUN-CONTROL RECORD COULD NOT BE WRITTEN"
037800             TO RCTL-REQ-REASON
037900         PERFORM 1900-REFUSE-STEP THRU 1900-EXIT
038000         GO TO 1400-EXIT
038100     END-IF.
038200     SET RCTL-REQ-PROCEED TO TRUE.
038300     DISPLAY "RUNCTL   - " RCTL-REQ-STEP " CLEARED TO RUN FOR "
038400         "NIGHT " WS-NIGHT-DATE.
038500 1400-EXIT.
038600     EXIT.
038700*****************************************************************
038800* 1900-REFUSE-STEP - REFUSE THE STEP, ON SYSOUT AND ON THE       *
038900*                    RUN-EVENT JOURNAL                           *
039000*****************************************************************
039100 1900-REFUSE-STEP.
039200     SET RCTL-REQ-REFUSED TO TRUE.
039300     DISPLAY "RUNCTL   - " RCTL-REQ-STEP " REFUSED FOR NIGHT "
039400         WS-NIGHT-DATE " - " RCTL-REQ-REASON.
039500     MOVE RCTL-REQ-REASON TO JRNL-DETAIL.
039600     MOVE 12 TO JRNL-RETURN-CODE.
039700     MOVE "REJECT" TO JRNL-EVENT-TYPE.
039800     PERFORM 9600-JOURNAL-EVENT THRU 9600-EXIT.
039900 1900-EXIT.
040000     EXIT.
040100*****************************************************************
040200* 1950-NOTE-OVERRIDE - AN OVERRIDE CARD FORCED PAST A REFUSAL -  *
040300*                      SHOW AND JOURNAL WHAT WAS FORCED AND BY   *
040400*                      WHOM, THEN CARRY ON                       *
040500*****************************************************************
040600 1950-NOTE-OVERRIDE.
040700     DISPLAY "RUNCTL   - " RCTL-REQ-STEP " FOR NIGHT "
040800         WS-NIGHT-DATE " - " RCTL-REQ-REASON
040900         " - FORCED BY " WS-FORCED-BY.
041000     STRING "FORCED BY " DELIMITED BY SIZE
041100         WS-FORCED-BY DELIMITED BY SIZE
041200         INTO JRNL-DETAIL
041300     END-STRING.
041400     PERFORM 9500-JOURNAL-NOTE THRU 9500-EXIT.
041500     MOVE RCTL-REQ-REASON TO JRNL-DETAIL.
041600     PERFORM 9500-JOURNAL-NOTE THRU 9500-EXIT.
041700     MOVE SPACES TO RCTL-REQ-REASON.
041800 1950-EXIT.
041900     EXIT.
042000*****************************************************************
042100* 5000-RECORD-STEP - RECORD THE STEP'S END: COMPLETED BELOW      *
042200*                    CONDITION CODE 16, FAILED AT 16 OR ABOVE.   *
042300*                    A RECORD THAT CANNOT BE WRITTEN IS REPORTED *
042400*                    BUT NEVER CHANGES THE STEP'S OWN CODE - THE *
042500*                    NEXT STEP WILL REFUSE FOR WANT OF IT.       *
042600*****************************************************************
042700 5000-RECORD-STEP.
042800     MOVE RCTL-REQ-RUN-DATE TO WS-NIGHT-DATE.
042900     OPEN I-O RUN-CONTROL-FILE.
043000     IF WS-RUNCTL-STATUS NOT = "00"
043100         DISPLAY "RUNCTL   - UNABLE TO OPEN RUNCTL - "
043200             "FILE STATUS " WS-RUNCTL-STATUS
043300             " - " RCTL-REQ-STEP " END NOT RECORDED"
043400         MOVE "RUN-CONTROL END NOT RECORDED" TO JRNL-DETAIL
043500         PERFORM 9500-JOURNAL-NOTE THRU 9500-EXIT
043600         GO TO 5000-EXIT
043700     END-IF.
043800     MOVE RCTL-REQ-RUN-DATE TO RCTL-RUN-DATE.
043900     MOVE RCTL-REQ-STEP TO RCTL-STEP-NAME.
044000     MOVE "N" TO WS-STEP-FOUND-SW.
044100     READ RUN-CONTROL-FILE
044200         INVALID KEY CONTINUE
044300     END-READ.
044400     IF WS-RUNCTL-STATUS = "00"
044500         SET WS-STEP-FOUND TO TRUE
044600     ELSE
044700         MOVE SPACES TO RCTL-RECORD
044800         MOVE RCTL-REQ-RUN-DATE TO RCTL-RUN-DATE
044900         MOVE RCTL-REQ-STEP TO RCTL-STEP-NAME
045000         MOVE ZERO TO RCTL-START-DATE
045100         MOVE ZERO TO RCTL-START-TIME
045200         MOVE 1 TO RCTL-RUN-COUNT
045300     END-IF.
045400     MOVE RCTL-REQ-COND-CODE TO RCTL-COND-CODE.
045500     MOVE RCTL-REQ-INPUT-ID TO RCTL-INPUT-ID.
045600     MOVE WS-NOW-DATE TO RCTL-END-DATE.
045700     MOVE WS-NOW-TIME TO RCTL-END-TIME.
045800     IF RCTL-REQ-COND-CODE < 16
045900         SET RCTL-COMPLETED TO TRUE
046000     ELSE
046100         SET RCTL-FAILED TO TRUE
046200     END-IF.
046300     IF WS-STEP-FOUND
046400         REWRITE RCTL-RECORD
046500             INVALID KEY CONTINUE
046600         END-REWRITE
046700     ELSE
046800         WRITE RCTL-RECORD
046900             INVALID KEY CONTINUE
047000         END-WRITE
047100     END-IF.
047200     IF WS-RUNCTL-STATUS NOT = "00"
047300         DISPLAY "RUNCTL   - UNABLE TO WRITE RUNCTL - "
047400             "FILE STATUS " WS-RUNCTL-STATUS
047500             " - " RCTL-REQ-STEP " END NOT RECORDED"
047600         MOVE "RUN-CONTROL END NOT RECORDED" TO JRNL-DETAIL
047700         PERFORM 9500-JOURNAL-NOTE THRU 9500-EXIT
047800     END-IF.
047900     CLOSE RUN-CONTROL-FILE.
048000 5000-EXIT.
048100     EXIT.
048200*****************************************************************
048300* 9500-JOURNAL-NOTE - ONE NOTE EVENT UNDER THE CALLING STEP      *
048400*****************************************************************
048500 9500-JOURNAL-NOTE.
048600     MOVE ZERO TO JRNL-RETURN-CODE.
048700     MOVE "NOTE" TO JRNL-EVENT-TYPE.
048800     PERFORM 9600-JOURNAL-EVENT THRU 9600-EXIT.
048900 9500-EXIT.
049000     EXIT.
049100*****************************************************************
049200* 9600-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
049300*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
049400*                      FIELDS FOR THE NEXT CALLER                *
049500*****************************************************************
049600 9600-JOURNAL-EVENT.
049700     MOVE WS-CALLER-STEP TO JRNL-PROGRAM.
049800     MOVE SPACES TO JRNL-REGION-LABEL.
049900     CALL "JRNLWRT" USING JRNL-RECORD.
050000     MOVE SPACES TO JRNL-DETAIL.
050100     MOVE ZERO TO JRNL-RETURN-CODE.
050200 9600-EXIT.
050300     EXIT.
050400*****************************************************************
050500* 9999-EXIT - BACK TO THE CALLER                                 *
050600*****************************************************************
050700 9999-EXIT.
050800     GOBACK.
