000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SHIPRECV.
000300 AUTHOR.        R L HUTCHENS.
000400 INSTALLATION.  MATH/SCIENCE APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* SHIPRECV IS THE RECEIVING SIDE OF THE SHIPMENT SHIPPACK BUILDS *
000900* (SHIPREC). THE HEADER, MANIFEST AND TRAILER RECORDS WERE PUT   *
001000* THERE SO THE RECEIVER COULD PROVE THE SHIPMENT ARRIVED WHOLE - *
001100* THIS PROGRAM IS THE CHECK THAT USES THEM. IT READS THE         *
001200* SHIPMENT ON SHIPIN TWICE:                                      *
001300*                                                                *
001400*   VERIFY - EVERY TYPE-M MANIFEST IS CHECKED AGAINST THE TYPE-D *
001500*            RECORDS THAT FOLLOW IT: THE DATA RECORD COUNT MUST  *
001600*            EQUAL SHIP-MAN-REC-COUNT AND MUST FILL THE          *
001700*            MANIFEST'S VIEWPORT (ONE ROW PER ART RECORD, ONE    *
001800*            PIXEL PER DELIMITED RECORD, AS RECONCIL COUNTS      *
001900*            THEM), AND SHIP-MAN-IN-SET MUST BE SUPPORTED BY     *
002000*            THE DATA. THE SHIPMENT TRAILER'S MEMBER, RECORD     *
002100*            AND IN-SET TOTALS ARE THEN CHECKED AGAINST WHAT     *
002200*            ACTUALLY ARRIVED.                                   *
002300*   UNPACK - EVERY MEMBER THAT VERIFIED IS WRITTEN BACK OUT TO   *
002400*            ITS OWN DATASET UNDER THE MANIFEST LABEL - ARTOUT.  *
002500*            LABEL FOR AN ART MEMBER, PIXOUT.LABEL FOR A         *
002600*            DELIMITED ONE - THE SAME NAMING THE RENDER PROGRAM  *
002700*            USES, SO THE RECEIVING SIDE'S TOOLS FIND THEM.      *
002800*                                                                *
002900* ONE ACKNOWLEDGMENT RECORD (SHIPACK ON ACKOUT) IS WRITTEN PER   *
003000* MEMBER, ACCEPTED OR REJECTED WITH THE REASON, PLUS ONE FOR THE *
003100* SHIPMENT AS A WHOLE. THE ACKNOWLEDGMENTS GO BACK TO THE        *
003200* SENDING SIDE, WHERE SHIPMTCH MATCHES THEM AGAINST THE NIGHT'S  *
003300* SHIPMENT.                                                      *
003400*                                                                *
003500* THE IN-SET TEST: THE EXPORT CANNOT TELL AN IN-SET POINT FROM   *
003600* ONE THAT ESCAPED IN THE FIRST SHADE BAND (BOTH PRINT BLANK IN  *
003700* AN ART ROW) OR ON THE FINAL ITERATION (BOTH CARRY THE CAP IN   *
003800* A PIXEL RECORD), SO THE MANIFEST'S IN-SET COUNT MUST NOT       *
003900* EXCEED THE BLANK CELLS INSIDE THE VIEWPORT (ART) OR THE PIXELS *
004000* CARRYING THE MEMBER'S HIGHEST ITERATION COUNT (DELIMITED).     *
004100*                                                                *
004200* A MEMBER THAT VERIFIED AGAINST ITS OWN MANIFEST IS UNPACKED    *
004300* EVEN WHEN THE SHIPMENT AS A WHOLE IS REJECTED - A MEMBER THAT  *
004400* NEVER ARRIVED HAS NO ACKNOWLEDGMENT, AND IT IS THE SENDER'S    *
004500* MATCH STEP THAT NAMES IT.                                      *
004600*                                                                *
004700* CONDITION CODES: 0 EVERY MEMBER ACCEPTED AND THE SHIPMENT      *
004800* COMPLETE, 4 ONE OR MORE MEMBERS REJECTED, 8 SHIPMENT REJECTED  *
004900* (HEADER OR TRAILER MISSING, TOTALS DISAGREE, RECORDS OUTSIDE   *
005000* ANY MEMBER), 16 FILE PROBLEM.                                  *
005100*                                                                *
005200* MOD LOG                                                        *
005300* DATE       INIT DESCRIPTION                                    *
005400* 2026-10-15 RLH  ORIGINAL.                                      *
005500*****************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.   IBM-370.
005900 OBJECT-COMPUTER.   IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT SHIPMENT-FILE       ASSIGN TO SHIPIN
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-SHIPIN-STATUS.
006500     SELECT ACK-OUTPUT-FILE     ASSIGN TO ACKOUT
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-ACKOUT-STATUS.
006800     SELECT ART-OUTPUT-FILE     ASSIGN TO WS-ART-DSNAME
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-ART-STATUS.
007100     SELECT PIXEL-OUTPUT-FILE   ASSIGN TO WS-PIXEL-DSNAME
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PIXEL-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  SHIPMENT-FILE
007700     RECORDING MODE IS F.
007800 01  SHIPMENT-INPUT-RECORD      PIC X(100).
007900 FD  ACK-OUTPUT-FILE
008000     RECORDING MODE IS F.
008100 01  ACK-OUTPUT-RECORD          PIC X(100).
008200 FD  ART-OUTPUT-FILE
008300     RECORDING MODE IS F.
008400 01  ART-OUTPUT-RECORD          PIC X(79).
008500 FD  PIXEL-OUTPUT-FILE
008600     RECORDING MODE IS F.
008700 01  PIXEL-OUTPUT-RECORD        PIC X(42).
008800 WORKING-STORAGE SECTION.
008900*****************************************************************
009000* ONE SHIPMENT RECORD, ONE ACKNOWLEDGMENT RECORD AND THE PIXEL   *
009100* LAYOUT USED TO READ A DELIMITED MEMBER'S ITERATION COUNTS      *
009200*****************************************************************
009300     COPY SHIPREC.
009400     COPY SHIPACK.
009500     COPY PIXREC.
009600*****************************************************************
009700* RUN-EVENT JOURNAL - ONE STAMPED EVENT PER START, END AND       *
009800* REJECTION, APPENDED THROUGH JRNLWRT                            *
009900*****************************************************************
010000     COPY JRNLREC.
010100*****************************************************************
010200* SWITCHES AND FILE STATUSES                                     *
010300*****************************************************************
010400 01  WS-SWITCHES.
010500     05  WS-SHIP-EOF-SW      PIC X(01)   VALUE "N".
010600         88  WS-SHIP-EOF                 VALUE "Y".
010700     05  WS-HEADER-SEEN-SW   PIC X(01)   VALUE "N".
010800         88  WS-HEADER-SEEN              VALUE "Y".
010900     05  WS-TRAILER-SEEN-SW  PIC X(01)   VALUE "N".
011000         88  WS-TRAILER-SEEN             VALUE "Y".
011100     05  WS-MEMBER-OPEN-SW   PIC X(01)   VALUE "N".
011200         88  WS-MEMBER-OPEN              VALUE "Y".
011300     05  WS-OUTPUT-OPEN-SW   PIC X(01)   VALUE "N".
011400         88  WS-OUTPUT-OPEN              VALUE "Y".
011500     05  WS-SHIP-REJECTED-SW PIC X(01)   VALUE "N".
011600         88  WS-SHIP-REJECTED            VALUE "Y".
011700 01  WS-SHIPIN-STATUS        PIC X(02)   VALUE SPACES.
011800 01  WS-ACKOUT-STATUS        PIC X(02)   VALUE SPACES.
011900 01  WS-ART-STATUS           PIC X(02)   VALUE SPACES.
012000 01  WS-PIXEL-STATUS         PIC X(02)   VALUE SPACES.
012100 77  WS-RECEIVE-DATE         PIC 9(08).
012200 77  WS-RECEIVE-TIME         PIC 9(08).
012300*****************************************************************
012400* THE SHIPMENT'S OWN FIGURES - HEADER AND TRAILER AS SENT, AND   *
012500* THE TOTALS OF WHAT ACTUALLY ARRIVED                            *
012600*****************************************************************
012700 77  WS-SHIP-RUN-DATE        PIC 9(08)   VALUE ZERO.
012800 77  WS-HDR-MEMBER-CNT       PIC 9(04)   VALUE ZERO.
012900 77  WS-TRL-MEMBER-CNT       PIC 9(04)   VALUE ZERO.
013000 77  WS-TRL-REC-COUNT        PIC 9(08)   VALUE ZERO.
013100 77  WS-TRL-IN-SET           PIC 9(09)   VALUE ZERO.
013200 77  WS-MEMBER-COUNT         PIC 9(04)   VALUE ZERO.
013300 77  WS-DATA-COUNT           PIC 9(08)   VALUE ZERO.
013400 77  WS-MAN-IN-SET-TOTAL     PIC 9(09)   VALUE ZERO.
013500 77  WS-STRAY-COUNT          PIC 9(07)   VALUE ZERO.
013600 77  WS-UNKNOWN-COUNT        PIC 9(07)   VALUE ZERO.
013700 77  WS-ACCEPTED-COUNT       PIC 9(04)   VALUE ZERO.
013800 77  WS-REJECTED-COUNT       PIC 9(04)   VALUE ZERO.
013900 77  WS-MEMBER-DROPPED       PIC 9(04)   VALUE ZERO.
014000 01  WS-SHIP-REASON          PIC X(40)   VALUE SPACES.
014100 01  WS-FAULT-NOW-REASON     PIC X(40).
014200*****************************************************************
014300* ONE ENTRY PER MANIFEST IN SHIPMENT ORDER - THE VERIFY PASS     *
014400* FILLS IT, THE UNPACK PASS FOLLOWS IT, THE ACKNOWLEDGMENTS ARE  *
014500* WRITTEN FROM IT                                                *
014600*****************************************************************
014700 01  WS-MEMBER-TABLE.
014800     05  WS-MEMBER-ENTRY     OCCURS 600 TIMES.
014900         10  WS-MBR-LABEL        PIC X(20).
015000         10  WS-MBR-MODE         PIC X(01).
015100         10  WS-MBR-STATUS       PIC X(01).
015200             88  WS-MBR-ACCEPTED         VALUE "A".
015300             88  WS-MBR-REJECTED         VALUE "R".
015400         10  WS-MBR-REC-COUNT    PIC 9(07).
015500         10  WS-MBR-REASON       PIC X(40).
015600 77  WS-MEMBER-IDX           PIC 9(04).
015700 77  WS-SCAN-IDX             PIC 9(04).
015800*****************************************************************
015900* THE MEMBER UNDER VERIFICATION - ITS MANIFEST AS SENT AND THE   *
016000* FIGURES TALLIED FROM ITS DATA RECORDS                          *
016100*****************************************************************
016200 01  WS-CUR-MEMBER.
016300     05  WS-CUR-LABEL        PIC X(20).
016400     05  WS-CUR-MODE         PIC X(01).
016500         88  WS-CUR-MODE-ART         VALUE "A".
016600         88  WS-CUR-MODE-DELIM       VALUE "D".
016700     05  WS-CUR-Y-LOW        PIC S9(3).
016800     05  WS-CUR-Y-HIGH       PIC S9(3).
016900     05  WS-CUR-X-LOW        PIC S9(3).
017000     05  WS-CUR-X-HIGH       PIC S9(3).
017100     05  WS-CUR-MAN-RECS     PIC 9(07).
017200     05  WS-CUR-MAN-IN-SET   PIC 9(08).
017300     05  WS-CUR-REC-COUNT    PIC 9(07).
017400     05  WS-CUR-CANDIDATES   PIC 9(08).
017500     05  WS-CUR-TOP-ITER     PIC 9(04).
017600     05  WS-CUR-TOP-COUNT    PIC 9(08).
017700     05  WS-CUR-REASON       PIC X(40).
017800 77  WS-CUR-ROWS             PIC S9(05).
017900 77  WS-CUR-COLS             PIC S9(05).
018000 77  WS-CUR-WIDTH            PIC 9(03).
018100 77  WS-CUR-EXPECTED         PIC 9(08).
018200 77  WS-COL-IDX              PIC 9(03).
018300*****************************************************************
018400* UNPACK PASS - THE MANIFEST ORDINAL BEING UNPACKED AND THE      *
018500* MEMBER DATASET NAMES, BUILT THE WAY THE RENDER PROGRAM BUILDS  *
018600* THEM                                                           *
018700*****************************************************************
018800 77  WS-UNPACK-IDX           PIC 9(04)   VALUE ZERO.
018900 77  WS-UNPACK-MODE          PIC X(01).
019000 01  WS-ART-DSNAME           PIC X(40).
019100 01  WS-PIXEL-DSNAME         PIC X(40).
019200 PROCEDURE DIVISION.
019300*****************************************************************
019400* 0000-MAINLINE - OVERALL CONTROL                                *
019500*****************************************************************
019600 0000-MAINLINE.
019700     MOVE ZERO TO RETURN-CODE.
019800     MOVE SPACES TO JRNL-RECORD.
019900     MOVE ZERO TO JRNL-RETURN-CODE.
020000     MOVE "START" TO JRNL-EVENT-TYPE.
020100     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     IF RETURN-CODE NOT = ZERO
020400         GO TO 9999-EXIT
020500     END-IF.
020600     PERFORM 2000-VERIFY-ONE-RECORD THRU 2000-EXIT
020700         UNTIL WS-SHIP-EOF.
020800     PERFORM 2500-CLOSE-MEMBER THRU 2500-EXIT.
020900     CLOSE SHIPMENT-FILE.
021000     PERFORM 3000-CHECK-SHIPMENT THRU 3000-EXIT.
021100     PERFORM 4000-UNPACK-SHIPMENT THRU 4000-EXIT.
021200     PERFORM 5000-WRITE-ACKNOWLEDGMENTS THRU 5000-EXIT.
021300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021400     GO TO 9999-EXIT.
021500*****************************************************************
021600* 1000-INITIALIZE - STAMP THE RECEIPT AND OPEN THE SHIPMENT AND  *
021700*                   THE ACKNOWLEDGMENT FILE                      *
021800*****************************************************************
021900 1000-INITIALIZE.
022000     ACCEPT WS-RECEIVE-DATE FROM DATE YYYYMMDD.
022100     ACCEPT WS-RECEIVE-TIME FROM TIME.
022200     OPEN INPUT SHIPMENT-FILE.
022300     IF WS-SHIPIN-STATUS NOT = "00"
022400         DISPLAY "SHIPRECV - UNABLE TO OPEN SHIPIN - "
022500             "FILE STATUS " WS-SHIPIN-STATUS
022600         MOVE 16 TO RETURN-CODE
022700         GO TO 1000-EXIT
022800     END-IF.
022900     OPEN OUTPUT ACK-OUTPUT-FILE.
023000     IF WS-ACKOUT-STATUS NOT = "00"
023100         DISPLAY "SHIPRECV - UNABLE TO OPEN ACKOUT - "
023200             "FILE STATUS " WS-ACKOUT-STATUS
023300         CLOSE SHIPMENT-FILE
023400         MOVE 16 TO RETURN-CODE
023500     END-IF.
023600 1000-EXIT.
023700     EXIT.
023800*****************************************************************
023900* 2000-VERIFY-ONE-RECORD - VERIFY PASS: POST ONE SHIPMENT RECORD *
024000*                          BY ITS TYPE                           *
024100*****************************************************************
024200 2000-VERIFY-ONE-RECORD.
024300     READ SHIPMENT-FILE INTO SHIP-RECORD
024400         AT END SET WS-SHIP-EOF TO TRUE
024500     END-READ.
024600     IF WS-SHIP-EOF
024700         GO TO 2000-EXIT
024800     END-IF.
024900     IF SHIP-TYPE-DATA
025000         PERFORM 2300-TALLY-DATA-RECORD THRU 2300-EXIT
025100         GO TO 2000-EXIT
025200     END-IF.
025300     IF SHIP-TYPE-MANIFEST
025400         PERFORM 2500-CLOSE-MEMBER THRU 2500-EXIT
025500         PERFORM 2200-OPEN-MEMBER THRU 2200-EXIT
025600         GO TO 2000-EXIT
025700     END-IF.
025800     IF SHIP-TYPE-HEADER
025900         PERFORM 2100-POST-HEADER THRU 2100-EXIT
026000         GO TO 2000-EXIT
026100     END-IF.
026200     IF SHIP-TYPE-TRAILER
026300         PERFORM 2500-CLOSE-MEMBER THRU 2500-EXIT
026400         PERFORM 2400-POST-TRAILER THRU 2400-EXIT
026500         GO TO 2000-EXIT
026600     END-IF.
026700     ADD 1 TO WS-UNKNOWN-COUNT.
026800 2000-EXIT.
026900     EXIT.
027000*****************************************************************
027100* 2100-POST-HEADER - THE SHIPMENT HEADER MUST COME FIRST AND     *
027200*                    ONLY ONCE                                   *
027300*****************************************************************
027400 2100-POST-HEADER.
027500     IF WS-HEADER-SEEN OR WS-MEMBER-COUNT > ZERO
027600         MOVE "SHIPMENT HEADER OUT OF PLACE"
027700             TO WS-FAULT-NOW-REASON
027800         PERFORM 2800-NOTE-SHIP-FAULT THRU 2800-EXIT
027900         GO TO 2100-EXIT
028000     END-IF.
028100     SET WS-HEADER-SEEN TO TRUE.
028200     MOVE SHIP-HDR-RUN-DATE TO WS-SHIP-RUN-DATE.
028300     MOVE SHIP-HDR-MEMBER-CNT TO WS-HDR-MEMBER-CNT.
028400     DISPLAY "SHIPRECV - SHIPMENT OF RUN DATE " WS-SHIP-RUN-DATE
028500         " - " WS-HDR-MEMBER-CNT " MEMBERS PLANNED".
028600 2100-EXIT.
028700     EXIT.
028800*****************************************************************
028900* 2200-OPEN-MEMBER - A MANIFEST STARTS A NEW MEMBER: SAVE WHAT   *
029000*                    IT PROMISES AND ZERO THE TALLIES            *
029100*****************************************************************
029200 2200-OPEN-MEMBER.
029300     IF WS-TRAILER-SEEN
029400         MOVE "MEMBER FOUND AFTER THE SHIPMENT TRAILER"
029500             TO WS-FAULT-NOW-REASON
029600         PERFORM 2800-NOTE-SHIP-FAULT THRU 2800-EXIT
029700     END-IF.
029800     ADD 1 TO WS-MEMBER-COUNT.
029900     SET WS-MEMBER-OPEN TO TRUE.
030000     MOVE SHIP-MAN-LABEL     TO WS-CUR-LABEL.
030100     MOVE SHIP-MAN-MODE      TO WS-CUR-MODE.
030200     MOVE SHIP-MAN-Y-LOW     TO WS-CUR-Y-LOW.
030300     MOVE SHIP-MAN-Y-HIGH    TO WS-CUR-Y-HIGH.
030400     MOVE SHIP-MAN-X-LOW     TO WS-CUR-X-LOW.
030500     MOVE SHIP-MAN-X-HIGH    TO WS-CUR-X-HIGH.
030600     MOVE SHIP-MAN-REC-COUNT TO WS-CUR-MAN-RECS.
030700     MOVE SHIP-MAN-IN-SET    TO WS-CUR-MAN-IN-SET.
030800     MOVE ZERO TO WS-CUR-REC-COUNT.
030900     MOVE ZERO TO WS-CUR-CANDIDATES.
031000     MOVE ZERO TO WS-CUR-TOP-ITER.
031100     MOVE ZERO TO WS-CUR-TOP-COUNT.
031200     MOVE SPACES TO WS-CUR-REASON.
031300     ADD WS-CUR-MAN-IN-SET TO WS-MAN-IN-SET-TOTAL.
031400*    A MANIFEST WHOSE OWN FIELDS ARE UNUSABLE FAILS BEFORE ANY
031500*    OF ITS DATA IS LOOKED AT.
031600     IF WS-CUR-LABEL = SPACES
031700         MOVE "MANIFEST CARRIES NO MEMBER LABEL"
031800             TO WS-CUR-REASON
031900         GO TO 2200-EXIT
032000     END-IF.
032100     IF NOT WS-CUR-MODE-ART AND NOT WS-CUR-MODE-DELIM
032200         MOVE "MANIFEST OUTPUT MODE NOT A OR D"
032300             TO WS-CUR-REASON
032400         GO TO 2200-EXIT
032500     END-IF.
032600     COMPUTE WS-CUR-ROWS = WS-CUR-Y-HIGH - WS-CUR-Y-LOW + 1.
032700     COMPUTE WS-CUR-COLS = WS-CUR-X-HIGH - WS-CUR-X-LOW + 1.
032800     IF WS-CUR-ROWS < 1 OR WS-CUR-COLS < 1
032900         MOVE "MANIFEST VIEWPORT BOUNDS INVALID"
033000             TO WS-CUR-REASON
033100         GO TO 2200-EXIT
033200     END-IF.
033300     IF WS-CUR-COLS > 79
033400         MOVE 79 TO WS-CUR-WIDTH
033500     ELSE
033600         MOVE WS-CUR-COLS TO WS-CUR-WIDTH
033700     END-IF.
033800     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
033900             UNTIL WS-SCAN-IDX > WS-MEMBER-COUNT - 1
034000             OR WS-SCAN-IDX > 600
034100         IF WS-MBR-LABEL(WS-SCAN-IDX) = WS-CUR-LABEL
034200             MOVE "MEMBER LABEL DUPLICATED IN THE SHIPMENT"
034300                 TO WS-CUR-REASON
034400         END-IF
034500     END-PERFORM.
034600 2200-EXIT.
034700     EXIT.
034800*****************************************************************
034900* 2300-TALLY-DATA-RECORD - COUNT ONE DATA RECORD AGAINST THE     *
035000*                          OPEN MEMBER AND TALLY ITS IN-SET      *
035100*                          CANDIDATES                            *
035200*****************************************************************
035300 2300-TALLY-DATA-RECORD.
035400     ADD 1 TO WS-DATA-COUNT.
035500     IF NOT WS-MEMBER-OPEN
035600         ADD 1 TO WS-STRAY-COUNT
035700         GO TO 2300-EXIT
035800     END-IF.
035900     ADD 1 TO WS-CUR-REC-COUNT.
036000     IF WS-CUR-REASON NOT = SPACES
036100         GO TO 2300-EXIT
036200     END-IF.
036300     IF WS-CUR-MODE-ART
036400         PERFORM VARYING WS-COL-IDX FROM 1 BY 1
036500                 UNTIL WS-COL-IDX > WS-CUR-WIDTH
036600             IF SHIP-DATA(WS-COL-IDX:1) = SPACE
036700                 ADD 1 TO WS-CUR-CANDIDATES
036800             END-IF
036900         END-PERFORM
037000         GO TO 2300-EXIT
037100     END-IF.
037200     MOVE SHIP-DATA(1:42) TO PIX-RECORD.
037300     IF PIX-ITER-COUNT NOT NUMERIC
037400         MOVE "PIXEL RECORD ITERATION COUNT NOT NUMERIC"
037500             TO WS-CUR-REASON
037600         GO TO 2300-EXIT
037700     END-IF.
037800     IF PIX-ITER-COUNT > WS-CUR-TOP-ITER
037900         MOVE PIX-ITER-COUNT TO WS-CUR-TOP-ITER
038000         MOVE 1 TO WS-CUR-TOP-COUNT
038100     ELSE
038200         IF PIX-ITER-COUNT = WS-CUR-TOP-ITER
038300             ADD 1 TO WS-CUR-TOP-COUNT
038400         END-IF
038500     END-IF.
038600 2300-EXIT.
038700     EXIT.
038800*****************************************************************
038900* 2400-POST-TRAILER - THE SHIPMENT TRAILER MUST COME ONCE, AFTER *
039000*                     THE HEADER                                 *
039100*****************************************************************
039200 2400-POST-TRAILER.
039300     IF WS-TRAILER-SEEN
039400         MOVE "SHIPMENT TRAILER DUPLICATED"
039500             TO WS-FAULT-NOW-REASON
039600         PERFORM 2800-NOTE-SHIP-FAULT THRU 2800-EXIT
039700         GO TO 2400-EXIT
039800     END-IF.
039900     SET WS-TRAILER-SEEN TO TRUE.
040000     MOVE SHIP-TRL-MEMBER-CNT TO WS-TRL-MEMBER-CNT.
040100     MOVE SHIP-TRL-REC-COUNT TO WS-TRL-REC-COUNT.
040200     MOVE SHIP-TRL-IN-SET TO WS-TRL-IN-SET.
040300 2400-EXIT.
040400     EXIT.
040500*****************************************************************
040600* 2500-CLOSE-MEMBER - THE OPEN MEMBER'S DATA IS ALL IN: TEST IT  *
040700*                     AGAINST ITS MANIFEST AND TABLE THE RESULT  *
040800*****************************************************************
040900 2500-CLOSE-MEMBER.
041000     IF NOT WS-MEMBER-OPEN
041100         GO TO 2500-EXIT
041200     END-IF.
041300     MOVE "N" TO WS-MEMBER-OPEN-SW.
041400     IF WS-CUR-REASON NOT = SPACES
041500         GO TO 2500-TABLE
041600     END-IF.
041700     IF WS-CUR-REC-COUNT NOT = WS-CUR-MAN-RECS
041800         MOVE "RECORD COUNT DISAGREES WITH MANIFEST"
041900             TO WS-CUR-REASON
042000         GO TO 2500-TABLE
042100     END-IF.
042200     IF WS-CUR-MODE-ART
042300         MOVE WS-CUR-ROWS TO WS-CUR-EXPECTED
042400     ELSE
042500         COMPUTE WS-CUR-EXPECTED = WS-CUR-ROWS * WS-CUR-COLS
042600         MOVE WS-CUR-TOP-COUNT TO WS-CUR-CANDIDATES
042700     END-IF.
042800     IF WS-CUR-REC-COUNT NOT = WS-CUR-EXPECTED
042900         MOVE "RECORD COUNT DOES NOT FILL THE VIEWPORT"
043000             TO WS-CUR-REASON
043100         GO TO 2500-TABLE
043200     END-IF.
043300     IF WS-CUR-MAN-IN-SET > WS-CUR-CANDIDATES
043400         MOVE "IN-SET COUNT NOT SUPPORTED BY THE DATA"
043500             TO WS-CUR-REASON
043600     END-IF.
043700 2500-TABLE.
043800     IF WS-MEMBER-COUNT > 600
043900         ADD 1 TO WS-MEMBER-DROPPED
044000         DISPLAY "SHIPRECV - MEMBER TABLE FULL AT 600 ENTRIES - "
044100             "MEMBER " WS-CUR-LABEL " NOT UNPACKED OR "
044200             "ACKNOWLEDGED - RAISE THE TABLE LIMIT"
044300         GO TO 2500-EXIT
044400     END-IF.
044500     MOVE WS-CUR-LABEL TO WS-MBR-LABEL(WS-MEMBER-COUNT).
044600     MOVE WS-CUR-MODE TO WS-MBR-MODE(WS-MEMBER-COUNT).
044700     MOVE WS-CUR-REC-COUNT TO WS-MBR-REC-COUNT(WS-MEMBER-COUNT).
044800     MOVE WS-CUR-REASON TO WS-MBR-REASON(WS-MEMBER-COUNT).
044900     IF WS-CUR-REASON = SPACES
045000         SET WS-MBR-ACCEPTED(WS-MEMBER-COUNT) TO TRUE
045100     ELSE
045200         SET WS-MBR-REJECTED(WS-MEMBER-COUNT) TO TRUE
045300     END-IF.
045400 2500-EXIT.
045500     EXIT.
045600*****************************************************************
045700* 2800-NOTE-SHIP-FAULT - ONE FAULT AGAINST THE SHIPMENT AS A     *
045800*                        WHOLE. EVERY FAULT IS SHOWN; THE FIRST  *
045900*                        IS THE REASON ACKNOWLEDGED.             *
046000*****************************************************************
046100 2800-NOTE-SHIP-FAULT.
046200     DISPLAY "SHIPRECV - SHIPMENT FAULT - " WS-FAULT-NOW-REASON.
046300     SET WS-SHIP-REJECTED TO TRUE.
046400     IF WS-SHIP-REASON = SPACES
046500         MOVE WS-FAULT-NOW-REASON TO WS-SHIP-REASON
046600     END-IF.
046700 2800-EXIT.
046800     EXIT.
046900*****************************************************************
047000* 3000-CHECK-SHIPMENT - THE HEADER AND TRAILER MUST BOTH HAVE    *
047100*                       ARRIVED AND THE TRAILER'S TOTALS MUST    *
047200*                       AGREE WITH WHAT ACTUALLY ARRIVED         *
047300*****************************************************************
047400 3000-CHECK-SHIPMENT.
047500     IF NOT WS-HEADER-SEEN
047600         MOVE "SHIPMENT HEADER MISSING"
047700             TO WS-FAULT-NOW-REASON
047800         PERFORM 2800-NOTE-SHIP-FAULT THRU 2800-EXIT
047900     END-IF.
048000     IF WS-STRAY-COUNT > ZERO
048100         MOVE "DATA RECORDS OUTSIDE ANY MEMBER"
048200             TO WS-FAULT-NOW-REASON
048300         PERFORM 2800-NOTE-SHIP-FAULT THRU 2800-EXIT
048400     END-IF.
048500     IF WS-UNKNOWN-COUNT > ZERO
048600         MOVE "UNKNOWN RECORD TYPE IN THE SHIPMENT"
048700             TO WS-FAULT-NOW-REASON
048800         PERFORM 2800-NOTE-SHIP-FAULT THRU 2800-EXIT
048900     END-IF.
049000     IF NOT WS-TRAILER-SEEN
049100         MOVE "SHIPMENT TRAILER MISSING - INCOMPLETE"
049200             TO WS-FAULT-NOW-REASON
049300         PERFORM 2800-NOTE-SHIP-FAULT THRU 2800-EXIT
049400         GO TO 3000-EXIT
049500     END-IF.
049600     IF WS-TRL-MEMBER-CNT NOT = WS-MEMBER-COUNT
049700         DISPLAY "SHIPRECV - TRAILER SAYS " WS-TRL-MEMBER-CNT
049800             " MEMBERS, " WS-MEMBER-COUNT " ARRIVED"
049900         MOVE "TRAILER MEMBER COUNT DISAGREES"
050000             TO WS-FAULT-NOW-REASON
050100         PERFORM 2800-NOTE-SHIP-FAULT THRU 2800-EXIT
050200     END-IF.
050300     IF WS-TRL-REC-COUNT NOT = WS-DATA-COUNT
050400         DISPLAY "SHIPRECV - TRAILER SAYS " WS-TRL-REC-COUNT
050500             " DATA RECORDS, " WS-DATA-COUNT " ARRIVED"
050600         MOVE "TRAILER RECORD COUNT DISAGREES"
050700             TO WS-FAULT-NOW-REASON
050800         PERFORM 2800-NOTE-SHIP-FAULT THRU 2800-EXIT
050900     END-IF.
051000     IF WS-TRL-IN-SET NOT = WS-MAN-IN-SET-TOTAL
051100         DISPLAY "SHIPRECV - TRAILER IN-SET TOTAL " WS-TRL-IN-SET
051200             ", MANIFESTS TOTAL " WS-MAN-IN-SET-TOTAL
051300         MOVE "TRAILER IN-SET TOTAL DISAGREES"
051400             TO WS-FAULT-NOW-REASON
051500         PERFORM 2800-NOTE-SHIP-FAULT THRU 2800-EXIT
051600     END-IF.
051700*    THE SENDER WRITES THE HEADER BEFORE PACKAGING AND THE
051800*    TRAILER AFTER, SO WHEN THEY DIFFER THE TRAILER GOVERNS -
051900*    THE DIFFERENCE IS SHOWN BUT IS NOT A FAULT.
052000     IF WS-HEADER-SEEN
052100         AND WS-HDR-MEMBER-CNT NOT = WS-TRL-MEMBER-CNT
052200         DISPLAY "SHIPRECV - HEADER PLANNED " WS-HDR-MEMBER-CNT
052300             " MEMBERS, TRAILER SHIPPED " WS-TRL-MEMBER-CNT
052400             " - TRAILER COUNTS GOVERN"
052500     END-IF.
052600 3000-EXIT.
052700     EXIT.
052800*****************************************************************
052900* 4000-UNPACK-SHIPMENT - UNPACK PASS: READ THE SHIPMENT AGAIN    *
053000*                        AND WRITE EVERY ACCEPTED MEMBER TO ITS  *
053100*                        OWN DATASET                             *
053200*****************************************************************
053300 4000-UNPACK-SHIPMENT.
053400     PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
053500             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
053600             OR WS-MEMBER-IDX > 600
053700         IF WS-MBR-ACCEPTED(WS-MEMBER-IDX)
053800             ADD 1 TO WS-ACCEPTED-COUNT
053900         END-IF
054000     END-PERFORM.
054100     IF WS-ACCEPTED-COUNT = ZERO
054200         GO TO 4000-EXIT
054300     END-IF.
054400     MOVE "N" TO WS-SHIP-EOF-SW.
054500     OPEN INPUT SHIPMENT-FILE.
054600     IF WS-SHIPIN-STATUS NOT = "00"
054700         DISPLAY "SHIPRECV - UNABLE TO REOPEN SHIPIN - "
054800             "FILE STATUS " WS-SHIPIN-STATUS
054900         MOVE 16 TO RETURN-CODE
055000         GO TO 4000-EXIT
055100     END-IF.
055200     PERFORM 4100-UNPACK-ONE-RECORD THRU 4100-EXIT
055300         UNTIL WS-SHIP-EOF.
055400     PERFORM 4300-CLOSE-OUTPUT THRU 4300-EXIT.
055500     CLOSE SHIPMENT-FILE.
055600 4000-EXIT.
055700     EXIT.
055800*****************************************************************
055900* 4100-UNPACK-ONE-RECORD - A MANIFEST SWITCHES THE OUTPUT TO THE *
056000*                          NEXT MEMBER; A DATA RECORD GOES TO    *
056100*                          THE CURRENT ONE IF IT WAS ACCEPTED    *
056200*****************************************************************
056300 4100-UNPACK-ONE-RECORD.
056400     READ SHIPMENT-FILE INTO SHIP-RECORD
056500         AT END SET WS-SHIP-EOF TO TRUE
056600     END-READ.
056700     IF WS-SHIP-EOF
056800         GO TO 4100-EXIT
056900     END-IF.
057000     IF SHIP-TYPE-MANIFEST
057100         PERFORM 4300-CLOSE-OUTPUT THRU 4300-EXIT
057200         ADD 1 TO WS-UNPACK-IDX
057300         PERFORM 4200-OPEN-OUTPUT THRU 4200-EXIT
057400         GO TO 4100-EXIT
057500     END-IF.
057600     IF NOT SHIP-TYPE-DATA
057700         PERFORM 4300-CLOSE-OUTPUT THRU 4300-EXIT
057800         GO TO 4100-EXIT
057900     END-IF.
058000     IF NOT WS-OUTPUT-OPEN
058100         GO TO 4100-EXIT
058200     END-IF.
058300     IF WS-UNPACK-MODE = "A"
058400         WRITE ART-OUTPUT-RECORD FROM SHIP-DATA
058500         IF WS-ART-STATUS NOT = "00"
058600             DISPLAY "SHIPRECV - WRITE FAILED ON " WS-ART-DSNAME
058700                 " - FILE STATUS " WS-ART-STATUS
058800             PERFORM 4400-FAIL-UNPACK THRU 4400-EXIT
058900         END-IF
059000     ELSE
059100         WRITE PIXEL-OUTPUT-RECORD FROM SHIP-DATA
059200         IF WS-PIXEL-STATUS NOT = "00"
059300             DISPLAY "SHIPRECV - WRITE FAILED ON "
059400                 WS-PIXEL-DSNAME " - FILE STATUS "
059500                 WS-PIXEL-STATUS
059600             PERFORM 4400-FAIL-UNPACK THRU 4400-EXIT
059700         END-IF
059800     END-IF.
059900 4100-EXIT.
060000     EXIT.
060100*****************************************************************
060200* 4200-OPEN-OUTPUT - OPEN THE MEMBER DATASET FOR THE MANIFEST    *
060300*                    JUST READ, WHEN THAT MEMBER WAS ACCEPTED    *
060400*****************************************************************
060500 4200-OPEN-OUTPUT.
060600     IF WS-UNPACK-IDX > WS-MEMBER-COUNT OR WS-UNPACK-IDX > 600
060700         GO TO 4200-EXIT
060800     END-IF.
060900     IF NOT WS-MBR-ACCEPTED(WS-UNPACK-IDX)
061000         GO TO 4200-EXIT
061100     END-IF.
061200     MOVE WS-MBR-MODE(WS-UNPACK-IDX) TO WS-UNPACK-MODE.
061300     MOVE SPACES TO WS-ART-DSNAME
061400                    WS-PIXEL-DSNAME.
061500     STRING "ARTOUT." DELIMITED BY SIZE
061600         WS-MBR-LABEL(WS-UNPACK-IDX) DELIMITED BY SPACE
061700         INTO WS-ART-DSNAME
061800     END-STRING.
061900     STRING "PIXOUT." DELIMITED BY SIZE
062000         WS-MBR-LABEL(WS-UNPACK-IDX) DELIMITED BY SPACE
062100         INTO WS-PIXEL-DSNAME
062200     END-STRING.
062300     IF WS-UNPACK-MODE = "A"
062400         OPEN OUTPUT ART-OUTPUT-FILE
062500         IF WS-ART-STATUS NOT = "00"
062600             DISPLAY "SHIPRECV - UNABLE TO OPEN " WS-ART-DSNAME
062700                 " - FILE STATUS " WS-ART-STATUS
062800             PERFORM 4400-FAIL-UNPACK THRU 4400-EXIT
062900             GO TO 4200-EXIT
063000         END-IF
063100     ELSE
063200         OPEN OUTPUT PIXEL-OUTPUT-FILE
063300         IF WS-PIXEL-STATUS NOT = "00"
063400             DISPLAY "SHIPRECV - UNABLE TO OPEN " WS-PIXEL-DSNAME
063500                 " - FILE STATUS " WS-PIXEL-STATUS
063600             PERFORM 4400-FAIL-UNPACK THRU 4400-EXIT
063700             GO TO 4200-EXIT
063800         END-IF
063900     END-IF.
064000     SET WS-OUTPUT-OPEN TO TRUE.
064100 4200-EXIT.
064200     EXIT.
064300*****************************************************************
064400* 4300-CLOSE-OUTPUT - CLOSE THE MEMBER DATASET BEING WRITTEN     *
064500*****************************************************************
064600 4300-CLOSE-OUTPUT.
064700     IF NOT WS-OUTPUT-OPEN
064800         GO TO 4300-EXIT
064900     END-IF.
065000     IF WS-UNPACK-MODE = "A"
065100         CLOSE ART-OUTPUT-FILE
065200     ELSE
065300         CLOSE PIXEL-OUTPUT-FILE
065400     END-IF.
065500     MOVE "N" TO WS-OUTPUT-OPEN-SW.
065600 4300-EXIT.
065700     EXIT.
065800*****************************************************************
065900* 4400-FAIL-UNPACK - A MEMBER THAT VERIFIED BUT COULD NOT BE     *
066000*                    WRITTEN OUT IS REJECTED AFTER ALL - THE     *
066100*                    SENDER MUST NOT THINK IT WAS DELIVERED      *
066200*****************************************************************
066300 4400-FAIL-UNPACK.
066400     PERFORM 4300-CLOSE-OUTPUT THRU 4300-EXIT.
066500     SET WS-MBR-REJECTED(WS-UNPACK-IDX) TO TRUE.
066600     MOVE "RECEIVING DATASET COULD NOT BE WRITTEN"
066700         TO WS-MBR-REASON(WS-UNPACK-IDX).
066800     MOVE 16 TO RETURN-CODE.
066900 4400-EXIT.
067000     EXIT.
067100*****************************************************************
067200* 5000-WRITE-ACKNOWLEDGMENTS - ONE RECORD PER TABLED MEMBER IN   *
067300*                              SHIPMENT ORDER, THEN ONE FOR THE  *
067400*                              SHIPMENT                          *
067500*****************************************************************
067600 5000-WRITE-ACKNOWLEDGMENTS.
067700     MOVE ZERO TO WS-ACCEPTED-COUNT.
067800     PERFORM 5100-ACK-ONE-MEMBER THRU 5100-EXIT
067900         VARYING WS-MEMBER-IDX FROM 1 BY 1
068000         UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
068100             OR WS-MEMBER-IDX > 600.
068200     MOVE SPACES TO ACK-RECORD.
068300     SET ACK-TYPE-SHIPMENT TO TRUE.
068400     MOVE WS-SHIP-RUN-DATE TO ACK-SHIP-RUN-DATE.
068500     MOVE WS-RECEIVE-DATE TO ACK-RECEIVE-DATE.
068600     MOVE WS-RECEIVE-TIME TO ACK-RECEIVE-TIME.
068700     MOVE WS-DATA-COUNT TO ACK-REC-COUNT.
068800     IF WS-SHIP-REJECTED
068900         SET ACK-REJECTED TO TRUE
069000         MOVE WS-SHIP-REASON TO ACK-REASON
069100         MOVE WS-SHIP-REASON TO JRNL-DETAIL
069200         MOVE "REJECT" TO JRNL-EVENT-TYPE
069300         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
069400     ELSE
069500         SET ACK-ACCEPTED TO TRUE
069600     END-IF.
069700     PERFORM 5200-WRITE-ACK-RECORD THRU 5200-EXIT.
069800 5000-EXIT.
069900     EXIT.
070000*****************************************************************
070100* 5100-ACK-ONE-MEMBER - ONE MEMBER ACKNOWLEDGMENT; A REJECTION   *
070200*                       IS ALSO SHOWN AND JOURNALED              *
070300*****************************************************************
070400 5100-ACK-ONE-MEMBER.
070500     MOVE SPACES TO ACK-RECORD.
070600     SET ACK-TYPE-MEMBER TO TRUE.
070700     MOVE WS-SHIP-RUN-DATE TO ACK-SHIP-RUN-DATE.
070800     MOVE WS-RECEIVE-DATE TO ACK-RECEIVE-DATE.
070900     MOVE WS-RECEIVE-TIME TO ACK-RECEIVE-TIME.
071000     MOVE WS-MBR-LABEL(WS-MEMBER-IDX) TO ACK-MEMBER-LABEL.
071100     MOVE WS-MBR-REC-COUNT(WS-MEMBER-IDX) TO ACK-REC-COUNT.
071200     IF WS-MBR-ACCEPTED(WS-MEMBER-IDX)
071300         SET ACK-ACCEPTED TO TRUE
071400         ADD 1 TO WS-ACCEPTED-COUNT
071500         DISPLAY "SHIPRECV - ACCEPTED "
071600             WS-MBR-LABEL(WS-MEMBER-IDX)
071700             " - " WS-MBR-REC-COUNT(WS-MEMBER-IDX) " RECORDS"
071800     ELSE
071900         SET ACK-REJECTED TO TRUE
072000         MOVE WS-MBR-REASON(WS-MEMBER-IDX) TO ACK-REASON
072100         ADD 1 TO WS-REJECTED-COUNT
072200         DISPLAY "SHIPRECV - REJECTED "
072300             WS-MBR-LABEL(WS-MEMBER-IDX)
072400             " - " WS-MBR-REASON(WS-MEMBER-IDX)
072500         MOVE WS-MBR-LABEL(WS-MEMBER-IDX) TO JRNL-REGION-LABEL
072600         MOVE WS-MBR-REASON(WS-MEMBER-IDX) TO JRNL-DETAIL
072700         MOVE "REJECT" TO JRNL-EVENT-TYPE
072800         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
072900     END-IF.
073000     PERFORM 5200-WRITE-ACK-RECORD THRU 5200-EXIT.
073100 5100-EXIT.
073200     EXIT.
073300*****************************************************************
073400* 5200-WRITE-ACK-RECORD - PHYSICAL WRITE TO THE ACKNOWLEDGMENTS  *
073500*****************************************************************
073600 5200-WRITE-ACK-RECORD.
073700     WRITE ACK-OUTPUT-RECORD FROM ACK-RECORD.
073800     IF WS-ACKOUT-STATUS NOT = "00"
073900         DISPLAY "SHIPRECV - WRITE FAILED ON ACKOUT - "
074000             "FILE STATUS " WS-ACKOUT-STATUS
074100         MOVE 16 TO RETURN-CODE
074200     END-IF.
074300 5200-EXIT.
074400     EXIT.
074500*****************************************************************
074600* 8000-TERMINATE - CLOSE THE ACKNOWLEDGMENTS, REPORT THE COUNTS  *
074700*                  AND SET THE CONDITION CODE                    *
074800*****************************************************************
074900 8000-TERMINATE.
075000     CLOSE ACK-OUTPUT-FILE.
075100     DISPLAY "SHIPRECV - MEMBERS RECEIVED:   " WS-MEMBER-COUNT.
075200     DISPLAY "SHIPRECV - MEMBERS ACCEPTED:   " WS-ACCEPTED-COUNT.
075300     DISPLAY "SHIPRECV - MEMBERS REJECTED:   " WS-REJECTED-COUNT.
075400     DISPLAY "SHIPRECV - DATA RECORDS:       " WS-DATA-COUNT.
075500     IF WS-SHIP-REJECTED
075600         DISPLAY "SHIPRECV - SHIPMENT REJECTED - " WS-SHIP-REASON
075700     ELSE
075800         DISPLAY "SHIPRECV - SHIPMENT COMPLETE"
075900     END-IF.
076000     IF WS-MEMBER-DROPPED > ZERO
076100         MOVE 16 TO RETURN-CODE
076200     END-IF.
076300     IF RETURN-CODE = ZERO
076400         IF WS-SHIP-REJECTED
076500             MOVE 8 TO RETURN-CODE
076600         ELSE
076700             IF WS-REJECTED-COUNT > ZERO
076800                 MOVE 4 TO RETURN-CODE
076900             END-IF
077000         END-IF
077100     END-IF.
077200 8000-EXIT.
077300     EXIT.
077400*****************************************************************
077500* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
077600*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
077700*                      FIELDS FOR THE NEXT CALLER                *
077800*****************************************************************
077900 9500-JOURNAL-EVENT.
078000     MOVE "SHIPRECV" TO JRNL-PROGRAM.
078100     CALL "JRNLWRT" USING JRNL-RECORD.
078200     MOVE SPACES TO JRNL-REGION-LABEL.
078300     MOVE SPACES TO JRNL-DETAIL.
078400     MOVE ZERO TO JRNL-RETURN-CODE.
078500 9500-EXIT.
078600     EXIT.
078700*****************************************************************
078800* 9999-EXIT - END OF JOB                                         *
078900*****************************************************************
079000 9999-EXIT.
079100     MOVE "END" TO JRNL-EVENT-TYPE.
079200     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
079300     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
079400     STOP RUN.
