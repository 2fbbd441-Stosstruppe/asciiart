000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RQSTAPRV.
000300 AUTHOR.        R L HUTCHENS.
000400 INSTALLATION.  MATH/SCIENCE APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* RQSTAPRV IS THE INTAKE AND APPROVAL STEP FOR NEW CATALOG       *
000900* REGIONS. A REQUESTER NO LONGER EMAILS OPERATIONS AND WAITS FOR *
001000* SOMEONE TO HAND-KEY A REGCATMT ADD PAIR: THE REQUEST IS        *
001100* SUBMITTED ON RQSTIN (RQSTREC - REQUESTER, COST CENTER,         *
001200* PRIORITY, NEEDED-BY DATE, PURPOSE AND THE REGION DEFINITION IN *
001300* THE FULL CTLCARD LAYOUT) AND THIS PROGRAM DECIDES IT:          *
001400*   - THE DEFINITION IS PUT THROUGH THE SAME EDITS THE RENDER    *
001500*     PROGRAM APPLIES IN ITS 2000-EDIT-CONTROL-CARD PARAGRAPH,   *
001600*     AND A LABEL ALREADY ON THE CATALOG OR ALREADY ASKED FOR BY *
001700*     AN OPEN REQUEST IS REFUSED. A FAILED REQUEST IS REJECTED   *
001800*     WITH ITS REASON.                                           *
001900*   - THE RENDER COST IS ESTIMATED FROM THE RUN-HISTORY MASTER:  *
002000*     EVERY RUN WHOSE ITERATION CAP AND VIEWPORT PIXEL COUNT ARE *
002100*     BOTH WITHIN THE CONTROL CARD'S TOLERANCE OF THE REQUEST'S  *
002200*     GIVES A COST PER PIXEL-ITERATION, AND THE POOLED RATE IS   *
002300*     SCALED UP TO THE REQUESTED VIEWPORT AND CAP.               *
002400*   - AN ESTIMATE AT OR UNDER THE THRESHOLD IS APPROVED AND A    *
002500*     READY-TO-RUN REGCATMT ADD PAIR (FUNCTION CARD PLUS FULL    *
002600*     CTLCARD DEFINITION CARD, THE SAME PAIRING ITERTUNE AND     *
002700*     ZOOMGEN WRITE) IS CUT ON TXNOUT. AN ESTIMATE OVER THE      *
002800*     THRESHOLD, OR NO SIMILAR HISTORY TO ESTIMATE FROM, HOLDS   *
002900*     THE REQUEST FOR SIGN-OFF.                                  *
003000* A HELD REQUEST IS RELEASED BY A CARD ON SIGNOFF NAMING THE     *
003100* REQUEST, WHO SIGNED IT OFF AND WHETHER IT IS APPROVED OR       *
003200* DECLINED. EVERY REQUEST AND ITS DECISION ARE KEPT ON THE       *
003300* REQUEST MASTER (RQSTMST) FOR THE STATUS REPORT (RQSTSTAT).     *
003400*                                                                *
003500* THE APRVCTL CARD:                                              *
003600*   COLS 1-5   HOLD THRESHOLD IN MINUTES - A LARGER ESTIMATE IS  *
003700*              HELD FOR SIGN-OFF                                 *
003800*   COLS 6-8   SIMILARITY TOLERANCE PCT - A HISTORY RUN COUNTS   *
003900*              WHEN ITS CAP AND ITS VIEWPORT PIXEL COUNT ARE     *
004000*              EACH WITHIN THIS PERCENTAGE OF THE REQUEST'S.     *
004100*              BLANK DEFAULTS TO 50                              *
004200* THE SIGNOFF CARDS (THE DD MAY BE DUMMY):                       *
004300*   COLS 1-8   REQUEST ID                                        *
004400*   COLS 9-28  NAME OF THE PERSON SIGNING OFF                    *
004500*   COL  29    A (OR BLANK) APPROVE, D DECLINE                   *
004600*   COLS 30-69 NOTE - KEPT AS THE REQUEST'S REASON               *
004700*                                                                *
004800* CONDITION CODES: 0 EVERYTHING APPROVED (OR NOTHING TO DO),     *
004900* 4 A REQUEST IS HELD FOR SIGN-OFF, 8 A REQUEST WAS REJECTED,    *
005000* 16 FILE OR CARD PROBLEM.                                       *
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
006200     SELECT APRV-CONTROL-FILE   ASSIGN TO APRVCTL
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-APRVCTL-STATUS.
006500     SELECT REQUEST-INPUT-FILE  ASSIGN TO RQSTIN
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RQSTIN-STATUS.
006800     SELECT SIGNOFF-FILE        ASSIGN TO SIGNOFF
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-SIGNOFF-STATUS.
007100     SELECT REQUEST-MASTER-FILE ASSIGN TO RQSTMST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS RQST-REQUEST-ID
007500         FILE STATUS IS WS-RQSTMST-STATUS.
007600     SELECT REGION-CATALOG-FILE ASSIGN TO REGNCAT
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS RCAT-REGION-LABEL
008000         FILE STATUS IS WS-REGNCAT-STATUS.
008100     SELECT HISTORY-MASTER-FILE ASSIGN TO HISTMST
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS HIST-KEY
008500         FILE STATUS IS WS-HISTMST-STATUS.
008600     SELECT TXN-OUTPUT-FILE     ASSIGN TO TXNOUT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-TXNOUT-STATUS.
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  APRV-CONTROL-FILE
009200     RECORDING MODE IS F.
009300 01  APRV-CONTROL-RECORD        PIC X(80).
009400 FD  REQUEST-INPUT-FILE
009500     RECORDING MODE IS F.
009600 01  REQUEST-INPUT-RECORD       PIC X(220).
009700 FD  SIGNOFF-FILE
009800     RECORDING MODE IS F.
009900 01  SIGNOFF-RECORD             PIC X(80).
010000 FD  REQUEST-MASTER-FILE.
010100     COPY RQSTREC.
010200 FD  REGION-CATALOG-FILE.
010300     COPY RCATREC.
010400 FD  HISTORY-MASTER-FILE.
010500     COPY HISTREC.
010600 FD  TXN-OUTPUT-FILE
010700     RECORDING MODE IS F.
010800 01  TXN-OUTPUT-RECORD          PIC X(120).
010900 WORKING-STORAGE SECTION.
011000*****************************************************************
011100* THE REQUESTED REGION DEFINITION, UNPACKED FOR THE EDITS        *
011200*****************************************************************
011300     COPY CTLCARD.
011400*****************************************************************
011500* APRVCTL CONTROL CARD                                           *
011600*****************************************************************
011700 01  APV-CONTROL-CARD.
011800     05  APV-THRESHOLD-X     PIC X(05).
011900     05  APV-THRESHOLD       REDEFINES APV-THRESHOLD-X
012000                             PIC 9(05).
012100     05  APV-TOLERANCE-X     PIC X(03).
012200     05  APV-TOLERANCE       REDEFINES APV-TOLERANCE-X
012300                             PIC 9(03).
012400     05  FILLER              PIC X(72).
012500*****************************************************************
012600* SIGNOFF CARD                                                   *
012700*****************************************************************
012800 01  SGN-CARD.
012900     05  SGN-REQUEST-ID      PIC X(08).
013000     05  SGN-SIGNED-BY       PIC X(20).
013100     05  SGN-DECISION        PIC X(01).
013200         88  SGN-APPROVE             VALUE "A" SPACE.
013300         88  SGN-DECLINE             VALUE "D".
013400     05  SGN-NOTE            PIC X(40).
013500     05  FILLER              PIC X(11).
013600*****************************************************************
013700* REGCATMT ADD FUNCTION CARD - ONE PER APPROVED REQUEST,         *
013800* FOLLOWED BY THE REQUEST'S FULL DEFINITION CARD                 *
013900*****************************************************************
014000 01  APV-TXN-CARD.
014100     05  APV-TXN-FUNCTION    PIC X(06)   VALUE "ADD".
014200     05  APV-TXN-LABEL       PIC X(20)   VALUE SPACES.
014300     05  APV-TXN-ACTIVE      PIC X(01)   VALUE "A".
014400     05  APV-TXN-PRIORITY    PIC X(02)   VALUE SPACES.
014600     05  APV-TXN-COST-CENTER PIC X(06)   VALUE SPACES.
014700     05  FILLER              PIC X(45)   VALUE SPACES.
014800*****************************************************************
014900* SWITCHES AND COUNTERS                                          *
015000*****************************************************************
015100 01  WS-SWITCHES.
015200     05  WS-CTL-EOF-SW       PIC X(01)   VALUE "N".
015300         88  WS-CTL-EOF                  VALUE "Y".
015400     05  WS-RQST-EOF-SW      PIC X(01)   VALUE "N".
015500         88  WS-RQST-EOF                 VALUE "Y".
015600     05  WS-SGN-EOF-SW       PIC X(01)   VALUE "N".
015700         88  WS-SGN-EOF                  VALUE "Y".
015800     05  WS-MST-EOF-SW       PIC X(01)   VALUE "N".
015900         88  WS-MST-EOF                  VALUE "Y".
016000     05  WS-HIST-EOF-SW      PIC X(01)   VALUE "N".
016100         88  WS-HIST-EOF                 VALUE "Y".
016200     05  WS-EDIT-FAIL-SW     PIC X(01)   VALUE "N".
016300         88  WS-EDIT-FAIL                VALUE "Y".
016400     05  WS-ON-CATALOG-SW    PIC X(01)   VALUE "N".
016500         88  WS-ON-CATALOG               VALUE "Y".
016600 01  WS-APRVCTL-STATUS       PIC X(02)   VALUE SPACES.
016700 01  WS-RQSTIN-STATUS        PIC X(02)   VALUE SPACES.
016800 01  WS-SIGNOFF-STATUS       PIC X(02)   VALUE SPACES.
016900 01  WS-RQSTMST-STATUS       PIC X(02)   VALUE SPACES.
017000 01  WS-REGNCAT-STATUS       PIC X(02)   VALUE SPACES.
017100 01  WS-HISTMST-STATUS       PIC X(02)   VALUE SPACES.
017200 01  WS-TXNOUT-STATUS        PIC X(02)   VALUE SPACES.
017300 77  WS-SUBMITTED-COUNT      PIC 9(4)    VALUE ZERO.
017400 77  WS-APPROVED-COUNT       PIC 9(4)    VALUE ZERO.
017500 77  WS-HELD-COUNT           PIC 9(4)    VALUE ZERO.
017600 77  WS-REJECT-COUNT         PIC 9(4)    VALUE ZERO.
017700 77  WS-SIGNED-COUNT         PIC 9(4)    VALUE ZERO.
017800 77  WS-DECLINED-COUNT       PIC 9(4)    VALUE ZERO.
017900 77  WS-SGN-IGNORED-COUNT    PIC 9(4)    VALUE ZERO.
018000 77  WS-TXN-PAIR-COUNT       PIC 9(4)    VALUE ZERO.
018100 77  WS-DROPPED-COUNT        PIC 9(4)    VALUE ZERO.
018200 77  WS-HIST-READ-COUNT      PIC 9(7)    VALUE ZERO.
018300*****************************************************************
018400* RUN DATE - STAMPED ON EVERY NEW REQUEST AND EVERY DECISION     *
018500*****************************************************************
018600 77  WS-RUN-DATE             PIC 9(08).
018700*****************************************************************
018800* THE NIGHT'S SUBMISSIONS. EACH IS EDITED AS IT IS LOADED, SO    *
018900* ONE PASS OVER THE RUN-HISTORY MASTER CAN ESTIMATE EVERY        *
019000* SURVIVING REQUEST AT ONCE.                                     *
019100*****************************************************************
019200 01  WS-REQUEST-TABLE.
019300     05  WS-RQ-ENTRY         OCCURS 500 TIMES.
019400         10  WS-RQ-IMAGE         PIC X(220).
019500         10  WS-RQ-LABEL         PIC X(20).
019600         10  WS-RQ-DISPOSITION   PIC X(01).
019700             88  WS-RQ-EDITED-OK         VALUE "E".
019800             88  WS-RQ-FAILED            VALUE "F".
019900             88  WS-RQ-UNRECORDED        VALUE "U".
020000         10  WS-RQ-REPLACE-SW    PIC X(01).
020100             88  WS-RQ-REPLACE           VALUE "Y".
020200         10  WS-RQ-REASON        PIC X(40).
020300         10  WS-RQ-PIXELS        PIC 9(07).
020400         10  WS-RQ-MAX-ITER      PIC 9(04).
020500         10  WS-RQ-HIST-SECS     PIC 9(09)V9(2).
020600         10  WS-RQ-HIST-UNITS    PIC 9(15).
020700         10  WS-RQ-HIST-RUNS     PIC 9(04).
020800 77  WS-RQ-COUNT             PIC 9(04)   VALUE ZERO.
020900 77  WS-RQ-IDX               PIC 9(04).
021000 77  WS-RQ-SCAN-IDX          PIC 9(04).
021100*****************************************************************
021200* LABELS ALREADY ASKED FOR BY AN OPEN (HELD OR APPROVED BUT NOT  *
021300* YET CATALOGUED) REQUEST ON THE MASTER                          *
021400*****************************************************************
021500 01  WS-OPEN-TABLE.
021600     05  WS-OPEN-ENTRY       OCCURS 500 TIMES.
021700         10  WS-OPEN-LABEL       PIC X(20).
021800         10  WS-OPEN-REQUEST-ID  PIC X(08).
021900 77  WS-OPEN-COUNT           PIC 9(04)   VALUE ZERO.
022000 77  WS-OPEN-IDX             PIC 9(04).
022100*****************************************************************
022200* SIGN-OFF CARDS, LOADED AT START AND APPLIED AFTER THE NIGHT'S  *
022300* SUBMISSIONS ARE ON THE MASTER                                  *
022400*****************************************************************
022500 01  WS-SIGNOFF-TABLE.
022600     05  WS-SGN-ENTRY        OCCURS 200 TIMES PIC X(80).
022700 77  WS-SGN-COUNT            PIC 9(03)   VALUE ZERO.
022800 77  WS-SGN-IDX              PIC 9(03).
022900*****************************************************************
023000* COST ESTIMATE WORK FIELDS                                      *
023100*****************************************************************
023200 77  WS-HIST-PIXELS          PIC 9(07).
023300 77  WS-HIST-DONE-PIXELS     PIC 9(08).
023400 77  WS-HIST-BUCKET-IDX      PIC 9(02).
023500 77  WS-DIFF                 PIC 9(07).
023600 77  WS-EST-SECS             PIC 9(09)V9(2).
023700 77  WS-EST-ED               PIC ZZZZ9.99.
023800 77  WS-RUNS-ED              PIC ZZZ9.
023900*****************************************************************
024000* WIDE-VIEWPORT EDIT WORK FIELDS - A WIDE ART CARD IS ACCEPTED   *
024100* (THE RENDER PROGRAM TILES IT) BUT ITS LABEL MUST LEAVE ROOM    *
024200* FOR THE .TNN TILE SUFFIX.                                      *
024300*****************************************************************
024400 77  WS-EDIT-LABEL-LEN       PIC 9(2).
024500 77  WS-EDIT-LABEL-IDX       PIC 9(2).
024600*****************************************************************
024700* RUN-EVENT JOURNAL - ONE STAMPED EVENT PER START, END AND       *
024800* NOTABLE EVENT, APPENDED THROUGH JRNLWRT                        *
024900*****************************************************************
025000     COPY JRNLREC.
025100 PROCEDURE DIVISION.
025200*****************************************************************
025300* 0000-MAINLINE - OVERALL CONTROL                                *
025400*****************************************************************
025500 0000-MAINLINE.
025600     MOVE ZERO TO RETURN-CODE.
025700     MOVE SPACES TO JRNL-RECORD.
025800     MOVE ZERO TO JRNL-RETURN-CODE.
025900     MOVE "START" TO JRNL-EVENT-TYPE.
026000     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026200     IF RETURN-CODE NOT = ZERO
026300         GO TO 9999-EXIT
026400     END-IF.
026500     PERFORM 1500-LOAD-OPEN-REQUESTS THRU 1500-EXIT.
026600     PERFORM 2000-LOAD-ONE-REQUEST THRU 2000-EXIT
026700         UNTIL WS-RQST-EOF.
026800     PERFORM 3000-ESTIMATE-COSTS THRU 3000-EXIT.
026900     PERFORM 4000-DECIDE-ONE-REQUEST THRU 4000-EXIT
027000         VARYING WS-RQ-IDX FROM 1 BY 1
027100         UNTIL WS-RQ-IDX > WS-RQ-COUNT
027200         OR RETURN-CODE = 16.
027300     PERFORM 5000-APPLY-ONE-SIGN-OFF THRU 5000-EXIT
027400         VARYING WS-SGN-IDX FROM 1 BY 1
027500         UNTIL WS-SGN-IDX > WS-SGN-COUNT
027600         OR RETURN-CODE = 16.
027700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
027800     GO TO 9999-EXIT.
027900*****************************************************************
028000* 1000-INITIALIZE - READ THE CONTROL CARD, LOAD THE SIGN-OFF     *
028100*                   CARDS AND OPEN THE REQUEST, MASTER, CATALOG  *
028200*                   AND TRANSACTION FILES. A REQUEST MASTER THAT *
028300*                   HAS NEVER BEEN LOADED IS CREATED EMPTY.      *
028400*****************************************************************
028500 1000-INITIALIZE.
028600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028700     OPEN INPUT APRV-CONTROL-FILE.
028800     IF WS-APRVCTL-STATUS NOT = "00"
028900         DISPLAY "RQSTAPRV - UNABLE TO OPEN APRVCTL - "
029000             "FILE STATUS " WS-APRVCTL-STATUS
029100         MOVE 16 TO RETURN-CODE
029200         GO TO 1000-EXIT
029300     END-IF.
029400     READ APRV-CONTROL-FILE INTO APV-CONTROL-CARD
029500         AT END SET WS-CTL-EOF TO TRUE
029600     END-READ.
029700     CLOSE APRV-CONTROL-FILE.
029800     IF WS-CTL-EOF OR APV-THRESHOLD NOT NUMERIC
029900         DISPLAY "RQSTAPRV - BAD CONTROL CARD - THE HOLD "
030000             "THRESHOLD IN COLUMNS 1-5 MUST BE NUMERIC MINUTES"
030100         MOVE 16 TO RETURN-CODE
030200         GO TO 1000-EXIT
030300     END-IF.
030400     IF APV-TOLERANCE-X = SPACES
030500         MOVE 050 TO APV-TOLERANCE
030600     END-IF.
030700     IF APV-TOLERANCE NOT NUMERIC OR APV-TOLERANCE = ZERO
030800         DISPLAY "RQSTAPRV - BAD CONTROL CARD - THE SIMILARITY "
030900             "TOLERANCE IN COLUMNS 6-8 MUST BE 001-999 OR BLANK"
031000         MOVE 16 TO RETURN-CODE
031100         GO TO 1000-EXIT
031200     END-IF.
031300     PERFORM 1100-LOAD-SIGN-OFFS THRU 1100-EXIT.
031400     OPEN INPUT REQUEST-INPUT-FILE.
031500     IF WS-RQSTIN-STATUS NOT = "00"
031600         DISPLAY "RQSTAPRV - UNABLE TO OPEN RQSTIN - "
031700             "FILE STATUS " WS-RQSTIN-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         GO TO 1000-EXIT
032000     END-IF.
032100     OPEN I-O REQUEST-MASTER-FILE.
032200     IF WS-RQSTMST-STATUS = "35"
032300         OPEN OUTPUT REQUEST-MASTER-FILE
032400         CLOSE REQUEST-MASTER-FILE
032500         OPEN I-O REQUEST-MASTER-FILE
032600     END-IF.
032700     IF WS-RQSTMST-STATUS NOT = "00"
032800         DISPLAY "RQSTAPRV - UNABLE TO OPEN RQSTMST - "
032900             "FILE STATUS " WS-RQSTMST-STATUS
033000         MOVE 16 TO RETURN-CODE
033100         GO TO 1000-EXIT
033200     END-IF.
033300     OPEN INPUT REGION-CATALOG-FILE.
033400     IF WS-REGNCAT-STATUS NOT = "00"
033500         DISPLAY "RQSTAPRV - UNABLE TO OPEN REGNCAT - "
033600             "FILE STATUS " WS-REGNCAT-STATUS
033700         MOVE 16 TO RETURN-CODE
033800         GO TO 1000-EXIT
033900     END-IF.
034000     OPEN OUTPUT TXN-OUTPUT-FILE.
034100     IF WS-TXNOUT-STATUS NOT = "00"
034200         DISPLAY "RQSTAPRV - UNABLE TO OPEN TXNOUT - "
034300             "FILE STATUS " WS-TXNOUT-STATUS
034400         MOVE 16 TO RETURN-CODE
034500     END-IF.
034600 1000-EXIT.
034700     EXIT.
034800*****************************************************************
034900* 1100-LOAD-SIGN-OFFS - READ THE SIGN-OFF CARDS. A MISSING OR    *
035000*                       DUMMY SIGNOFF DD MEANS NONE TONIGHT.     *
035100*****************************************************************
035200 1100-LOAD-SIGN-OFFS.
035300     OPEN INPUT SIGNOFF-FILE.
035400     IF WS-SIGNOFF-STATUS NOT = "00"
035500         GO TO 1100-EXIT
035600     END-IF.
035700     PERFORM 1110-LOAD-ONE-SIGN-OFF THRU 1110-EXIT
035800         UNTIL WS-SGN-EOF.
035900     CLOSE SIGNOFF-FILE.
036000 1100-EXIT.
036100     EXIT.
036200*****************************************************************
036300* 1110-LOAD-ONE-SIGN-OFF - POST ONE SIGN-OFF CARD                *
036400*****************************************************************
036500 1110-LOAD-ONE-SIGN-OFF.
036600     READ SIGNOFF-FILE INTO SGN-CARD
036700         AT END SET WS-SGN-EOF TO TRUE
036800     END-READ.
036900     IF WS-SGN-EOF OR SGN-CARD = SPACES
037000         GO TO 1110-EXIT
037100     END-IF.
037200     IF WS-SGN-COUNT NOT < 200
037300         DISPLAY "RQSTAPRV - SIGN-OFF TABLE FULL AT 200 - "
037400             "REQUEST " SGN-REQUEST-ID " NOT SIGNED OFF"
037500         ADD 1 TO WS-SGN-IGNORED-COUNT
037600         GO TO 1110-EXIT
037700     END-IF.
037800     ADD 1 TO WS-SGN-COUNT.
037900     MOVE SGN-CARD TO WS-SGN-ENTRY(WS-SGN-COUNT).
038000 1110-EXIT.
038100     EXIT.
038200*****************************************************************
038300* 1500-LOAD-OPEN-REQUESTS - WALK THE REQUEST MASTER FOR THE      *
038400*                           LABELS OF REQUESTS THAT ARE HELD OR  *
038500*                           APPROVED BUT NOT YET CATALOGUED, SO  *
038600*                           THE SAME REGION CANNOT BE ASKED FOR  *
038700*                           TWICE.                               *
038800*****************************************************************
038900 1500-LOAD-OPEN-REQUESTS.
039000     MOVE "N" TO WS-MST-EOF-SW.
039100     MOVE LOW-VALUES TO RQST-REQUEST-ID.
039200     START REQUEST-MASTER-FILE KEY NOT < RQST-REQUEST-ID
039300         INVALID KEY SET WS-MST-EOF TO TRUE
039400     END-START.
039500     PERFORM 1510-LOAD-ONE-OPEN-REQUEST THRU 1510-EXIT
039600         UNTIL WS-MST-EOF.
039700 1500-EXIT.
039800     EXIT.
039900*****************************************************************
040000* 1510-LOAD-ONE-OPEN-REQUEST - POST ONE OPEN REQUEST'S LABEL     *
040100*****************************************************************
040200 1510-LOAD-ONE-OPEN-REQUEST.
040300     READ REQUEST-MASTER-FILE NEXT RECORD
040400         AT END SET WS-MST-EOF TO TRUE
040500     END-READ.
040600     IF WS-MST-EOF
040700         GO TO 1510-EXIT
040800     END-IF.
040900     IF NOT RQST-HELD AND NOT RQST-APPROVED
041000         GO TO 1510-EXIT
041100     END-IF.
041200     IF WS-OPEN-COUNT NOT < 500
041300         GO TO 1510-EXIT
041400     END-IF.
041500     MOVE RQST-CARD-IMAGE TO CTL-CARD-AREA.
041600     ADD 1 TO WS-OPEN-COUNT.
041700     MOVE CTL-REGION-LABEL TO WS-OPEN-LABEL(WS-OPEN-COUNT).
041800     MOVE RQST-REQUEST-ID TO WS-OPEN-REQUEST-ID(WS-OPEN-COUNT).
041900 1510-EXIT.
042000     EXIT.
042100*****************************************************************
042200* 2000-LOAD-ONE-REQUEST - READ ONE SUBMISSION INTO THE TABLE AND *
042300*                         EDIT IT                                *
042400*****************************************************************
042500 2000-LOAD-ONE-REQUEST.
042600     READ REQUEST-INPUT-FILE
042700         AT END SET WS-RQST-EOF TO TRUE
042800     END-READ.
042900     IF WS-RQST-EOF
043000         GO TO 2000-EXIT
043100     END-IF.
043200     IF REQUEST-INPUT-RECORD = SPACES
043300         GO TO 2000-EXIT
043400     END-IF.
043500     IF WS-RQ-COUNT NOT < 500
043600         DISPLAY "RQSTAPRV - REQUEST TABLE FULL AT 500 - "
043700             "REQUEST " REQUEST-INPUT-RECORD(1:8)
043800             " LEFT FOR THE NEXT RUN"
043900         ADD 1 TO WS-DROPPED-COUNT
044000         GO TO 2000-EXIT
044100     END-IF.
044200     ADD 1 TO WS-SUBMITTED-COUNT.
044300     ADD 1 TO WS-RQ-COUNT.
044400     MOVE WS-RQ-COUNT TO WS-RQ-IDX.
044500     MOVE REQUEST-INPUT-RECORD TO WS-RQ-IMAGE(WS-RQ-IDX).
044600     MOVE "E" TO WS-RQ-DISPOSITION(WS-RQ-IDX).
044700     MOVE "N" TO WS-RQ-REPLACE-SW(WS-RQ-IDX).
044800     MOVE SPACES TO WS-RQ-REASON(WS-RQ-IDX).
044900     MOVE ZERO TO WS-RQ-PIXELS(WS-RQ-IDX)
045000                  WS-RQ-MAX-ITER(WS-RQ-IDX)
045100                  WS-RQ-HIST-SECS(WS-RQ-IDX)
045200                  WS-RQ-HIST-UNITS(WS-RQ-IDX)
045300                  WS-RQ-HIST-RUNS(WS-RQ-IDX).
045400     PERFORM 2100-EDIT-REQUEST THRU 2100-EXIT.
045500 2000-EXIT.
045600     EXIT.
045700*****************************************************************
045800* 2100-EDIT-REQUEST - THE FIRST FAILED EDIT REJECTS THE REQUEST  *
045900*                     AND BECOMES ITS REASON. A REQUEST WITH NO  *
046000*                     USABLE ID CANNOT BE KEPT ON THE MASTER.    *
046100*****************************************************************
046200 2100-EDIT-REQUEST.
046300     MOVE WS-RQ-IMAGE(WS-RQ-IDX) TO RQST-RECORD.
046400     MOVE RQST-CARD-IMAGE TO CTL-CARD-AREA.
046500     MOVE CTL-REGION-LABEL TO WS-RQ-LABEL(WS-RQ-IDX).
046600     IF RQST-REQUEST-ID = SPACES
046700         MOVE "U" TO WS-RQ-DISPOSITION(WS-RQ-IDX)
046800         MOVE "REQUEST ID MISSING" TO WS-RQ-REASON(WS-RQ-IDX)
046900         GO TO 2100-EXIT
047000     END-IF.
047100     PERFORM VARYING WS-RQ-SCAN-IDX FROM 1 BY 1
047200             UNTIL WS-RQ-SCAN-IDX NOT < WS-RQ-IDX
047300         IF WS-RQ-IMAGE(WS-RQ-SCAN-IDX)(1:8) = RQST-REQUEST-ID
047400             MOVE "U" TO WS-RQ-DISPOSITION(WS-RQ-IDX)
047500             MOVE "REQUEST ID REPEATED IN THIS BATCH"
047600                 TO WS-RQ-REASON(WS-RQ-IDX)
047700         END-IF
047800     END-PERFORM.
047900     IF WS-RQ-UNRECORDED(WS-RQ-IDX)
048000         GO TO 2100-EXIT
048100     END-IF.
048200*    A REJECTED REQUEST MAY COME BACK CORRECTED UNDER ITS OLD ID;
048300*    ANY OTHER REQUEST ALREADY ON FILE IS LEFT AS IT IS.
048400     READ REQUEST-MASTER-FILE
048500         INVALID KEY CONTINUE
048600     END-READ.
048700     IF WS-RQSTMST-STATUS = "00"
048800         IF RQST-REJECTED
048900             SET WS-RQ-REPLACE(WS-RQ-IDX) TO TRUE
049000         ELSE
049100             MOVE "U" TO WS-RQ-DISPOSITION(WS-RQ-IDX)
049200             MOVE "REQUEST ID ALREADY ON FILE"
049300                 TO WS-RQ-REASON(WS-RQ-IDX)
049400             GO TO 2100-EXIT
049500         END-IF
049600     END-IF.
049700     MOVE WS-RQ-IMAGE(WS-RQ-IDX) TO RQST-RECORD.
049800     MOVE "F" TO WS-RQ-DISPOSITION(WS-RQ-IDX).
049900     IF RQST-REQUESTER = SPACES
050000         MOVE "REQUESTER MISSING" TO WS-RQ-REASON(WS-RQ-IDX)
050100         GO TO 2100-EXIT
050200     END-IF.
050300     IF RQST-PURPOSE = SPACES
050400         MOVE "PURPOSE MISSING" TO WS-RQ-REASON(WS-RQ-IDX)
050500         GO TO 2100-EXIT
050600     END-IF.
050700     IF RQST-NEEDED-BY NOT NUMERIC OR RQST-NEEDED-BY = ZERO
050800         MOVE "NEEDED-BY DATE MUST BE YYYYMMDD"
050900             TO WS-RQ-REASON(WS-RQ-IDX)
051000         GO TO 2100-EXIT
051100     END-IF.
051200     IF RQST-PRIORITY-X NOT = SPACES
051300         AND (RQST-PRIORITY NOT NUMERIC OR RQST-PRIORITY = ZERO)
051400         MOVE "PRIORITY MUST BE 01-99 OR BLANK"
051500             TO WS-RQ-REASON(WS-RQ-IDX)
051600         GO TO 2100-EXIT
051700     END-IF.
051800     IF RQST-COST-CENTER NOT = SPACES
051900         AND RQST-COST-CENTER(1:1) = SPACE
052000         MOVE "COST CENTER MUST BE LEFT-JUSTIFIED"
052100             TO WS-RQ-REASON(WS-RQ-IDX)
052200         GO TO 2100-EXIT
052300     END-IF.
052400     IF CTL-REGION-LABEL = SPACES
052500         MOVE "DEFINITION CARD HAS NO REGION LABEL"
052600             TO WS-RQ-REASON(WS-RQ-IDX)
052700         GO TO 2100-EXIT
052800     END-IF.
052900     MOVE "N" TO WS-EDIT-FAIL-SW.
053000     PERFORM 6000-EDIT-CARD-AREA THRU 6000-EXIT.
053100     IF WS-EDIT-FAIL
053200         MOVE "DEFINITION FAILED THE CONTROL-CARD EDITS"
053300             TO WS-RQ-REASON(WS-RQ-IDX)
053400         GO TO 2100-EXIT
053500     END-IF.
053600     PERFORM 2200-CHECK-CATALOG THRU 2200-EXIT.
053700     IF WS-ON-CATALOG
053800         MOVE "REGION IS ALREADY ON THE CATALOG"
053900             TO WS-RQ-REASON(WS-RQ-IDX)
054000         GO TO 2100-EXIT
054100     END-IF.
054200     PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
054300             UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
054400         IF WS-OPEN-LABEL(WS-OPEN-IDX) = CTL-REGION-LABEL
054500             MOVE SPACES TO WS-RQ-REASON(WS-RQ-IDX)
054600             STRING "REGION ALREADY ASKED FOR BY "
054700                     DELIMITED BY SIZE
054800                 WS-OPEN-REQUEST-ID(WS-OPEN-IDX)
054900                     DELIMITED BY SIZE
055000                 INTO WS-RQ-REASON(WS-RQ-IDX)
055100             END-STRING
055200         END-IF
055300     END-PERFORM.
055400     IF WS-RQ-REASON(WS-RQ-IDX) NOT = SPACES
055500         GO TO 2100-EXIT
055600     END-IF.
055700*    THE REQUEST STANDS. ITS LABEL IS NOW SPOKEN FOR, AND ITS
055800*    VIEWPORT AND CAP ARE WHAT THE HISTORY IS MATCHED AGAINST.
055900     MOVE "E" TO WS-RQ-DISPOSITION(WS-RQ-IDX).
056000     IF WS-OPEN-COUNT < 500
056100         ADD 1 TO WS-OPEN-COUNT
056200         MOVE CTL-REGION-LABEL TO WS-OPEN-LABEL(WS-OPEN-COUNT)
056300         MOVE RQST-REQUEST-ID
056400             TO WS-OPEN-REQUEST-ID(WS-OPEN-COUNT)
056500     END-IF.
056600     COMPUTE WS-RQ-PIXELS(WS-RQ-IDX) =
056700         (CTL-Y-HIGH - CTL-Y-LOW + 1)
056800             * (CTL-X-HIGH - CTL-X-LOW + 1).
056900     MOVE CTL-MAX-ITER TO WS-RQ-MAX-ITER(WS-RQ-IDX).
057000 2100-EXIT.
057100     EXIT.
057200*****************************************************************
057300* 2200-CHECK-CATALOG - IS THE LABEL IN CTL-REGION-LABEL ALREADY  *
057400*                      ON THE REGION CATALOG?                    *
057500*****************************************************************
057600 2200-CHECK-CATALOG.
057700     MOVE "N" TO WS-ON-CATALOG-SW.
057800     MOVE CTL-REGION-LABEL TO RCAT-REGION-LABEL.
057900     READ REGION-CATALOG-FILE
058000         INVALID KEY CONTINUE
058100     END-READ.
058200     IF WS-REGNCAT-STATUS = "00"
058300         SET WS-ON-CATALOG TO TRUE
058400     END-IF.
058500 2200-EXIT.
058600     EXIT.
058700*****************************************************************
058800* 3000-ESTIMATE-COSTS - ONE PASS OVER THE RUN-HISTORY MASTER,    *
058900*                       POOLING EVERY SIMILAR RUN'S ELAPSED TIME *
059000*                       AND WORK INTO EACH SURVIVING REQUEST. NO *
059100*                       MASTER MEANS NO ESTIMATES - EVERY        *
059200*                       REQUEST IS THEN HELD FOR SIGN-OFF.       *
059300*****************************************************************
059400 3000-ESTIMATE-COSTS.
059500     IF WS-RQ-COUNT = ZERO
059600         GO TO 3000-EXIT
059700     END-IF.
059800     OPEN INPUT HISTORY-MASTER-FILE.
059900     IF WS-HISTMST-STATUS NOT = "00"
060000         DISPLAY "RQSTAPRV - RUN-HISTORY MASTER NOT AVAILABLE "
060100             "- FILE STATUS " WS-HISTMST-STATUS
060200             " - ALL COSTS UNKNOWN"
060300         GO TO 3000-EXIT
060400     END-IF.
060500     PERFORM 3100-POOL-ONE-RUN THRU 3100-EXIT
060600         UNTIL WS-HIST-EOF.
060700     CLOSE HISTORY-MASTER-FILE.
060800 3000-EXIT.
060900     EXIT.
061000*****************************************************************
061100* 3100-POOL-ONE-RUN - OFFER ONE HISTORY RUN TO EVERY REQUEST.    *
061200*                     THE WORK IS THE PIXELS THE RUN ACTUALLY    *
061300*                     COMPUTED (IN-SET PLUS ESCAPED), SO A       *
061400*                     BUDGET-STOPPED LEG COUNTS FOR WHAT IT DID. *
061500*****************************************************************
061600 3100-POOL-ONE-RUN.
061700     READ HISTORY-MASTER-FILE NEXT RECORD
061800         AT END SET WS-HIST-EOF TO TRUE
061900     END-READ.
062000     IF WS-HIST-EOF
062100         GO TO 3100-EXIT
062200     END-IF.
062300     ADD 1 TO WS-HIST-READ-COUNT.
062400     COMPUTE WS-HIST-PIXELS =
062500         (HIST-Y-HIGH - HIST-Y-LOW + 1)
062600             * (HIST-X-HIGH - HIST-X-LOW + 1).
062700     MOVE HIST-IN-SET-COUNT TO WS-HIST-DONE-PIXELS.
062800     PERFORM VARYING WS-HIST-BUCKET-IDX FROM 1 BY 1
062900             UNTIL WS-HIST-BUCKET-IDX > 10
063000         ADD HIST-ESCAPE-BUCKET(WS-HIST-BUCKET-IDX)
063100             TO WS-HIST-DONE-PIXELS
063200     END-PERFORM.
063300     IF WS-HIST-DONE-PIXELS = ZERO OR HIST-MAX-ITER = ZERO
063400         GO TO 3100-EXIT
063500     END-IF.
063600     PERFORM 3200-MATCH-ONE-REQUEST THRU 3200-EXIT
063700         VARYING WS-RQ-IDX FROM 1 BY 1
063800         UNTIL WS-RQ-IDX > WS-RQ-COUNT.
063900 3100-EXIT.
064000     EXIT.
064100*****************************************************************
064200* 3200-MATCH-ONE-REQUEST - POOL THE RUN INTO ONE REQUEST WHEN    *
064300*                          ITS CAP AND VIEWPORT ARE BOTH WITHIN  *
064400*                          THE TOLERANCE OF THE REQUEST'S        *
064500*****************************************************************
064600 3200-MATCH-ONE-REQUEST.
064700     IF NOT WS-RQ-EDITED-OK(WS-RQ-IDX)
064800         GO TO 3200-EXIT
064900     END-IF.
065000     IF HIST-MAX-ITER > WS-RQ-MAX-ITER(WS-RQ-IDX)
065100         COMPUTE WS-DIFF =
065200             HIST-MAX-ITER - WS-RQ-MAX-ITER(WS-RQ-IDX)
065300     ELSE
065400         COMPUTE WS-DIFF =
065500             WS-RQ-MAX-ITER(WS-RQ-IDX) - HIST-MAX-ITER
065600     END-IF.
065700     IF WS-DIFF * 100 >
065800         WS-RQ-MAX-ITER(WS-RQ-IDX) * APV-TOLERANCE
065900         GO TO 3200-EXIT
066000     END-IF.
066100     IF WS-HIST-PIXELS > WS-RQ-PIXELS(WS-RQ-IDX)
066200         COMPUTE WS-DIFF =
066300             WS-HIST-PIXELS - WS-RQ-PIXELS(WS-RQ-IDX)
066400     ELSE
066500         COMPUTE WS-DIFF =
066600             WS-RQ-PIXELS(WS-RQ-IDX) - WS-HIST-PIXELS
066700     END-IF.
066800     IF WS-DIFF * 100 >
066900         WS-RQ-PIXELS(WS-RQ-IDX) * APV-TOLERANCE
067000         GO TO 3200-EXIT
067100     END-IF.
067200     ADD HIST-ELAPSED-SECS TO WS-RQ-HIST-SECS(WS-RQ-IDX).
067300     COMPUTE WS-RQ-HIST-UNITS(WS-RQ-IDX) =
067400         WS-RQ-HIST-UNITS(WS-RQ-IDX)
067500             + WS-HIST-DONE-PIXELS * HIST-MAX-ITER.
067600     ADD 1 TO WS-RQ-HIST-RUNS(WS-RQ-IDX).
067700 3200-EXIT.
067800     EXIT.
067900*****************************************************************
068000* 4000-DECIDE-ONE-REQUEST - REJECT, HOLD OR APPROVE ONE          *
068100*                           SUBMISSION AND RECORD IT ON THE      *
068200*                           REQUEST MASTER                       *
068300*****************************************************************
068400 4000-DECIDE-ONE-REQUEST.
068500     MOVE WS-RQ-IMAGE(WS-RQ-IDX) TO RQST-RECORD.
068600     MOVE RQST-CARD-IMAGE TO CTL-CARD-AREA.
068700     IF WS-RQ-UNRECORDED(WS-RQ-IDX)
068800         DISPLAY "RQSTAPRV - REQUEST " RQST-REQUEST-ID
068900             " REJECTED - " WS-RQ-REASON(WS-RQ-IDX)
069000             " - NOT RECORDED"
069100         ADD 1 TO WS-REJECT-COUNT
069200         PERFORM 7500-NOTE-REJECT THRU 7500-EXIT
069300         GO TO 4000-EXIT
069400     END-IF.
069500     MOVE WS-RUN-DATE TO RQST-SUBMIT-DATE
069600                         RQST-DECISION-DATE.
069700     MOVE ZERO TO RQST-EST-MINUTES
069800                  RQST-EST-RUNS
069900                  RQST-CATALOG-DATE
070000                  RQST-VERIFIED-DATE.
070100     MOVE SPACES TO RQST-SIGNED-OFF-BY.
070200     MOVE WS-RQ-REASON(WS-RQ-IDX) TO RQST-REASON.
070300     IF WS-RQ-FAILED(WS-RQ-IDX)
070400         SET RQST-REJECTED TO TRUE
070500         PERFORM 7500-NOTE-REJECT THRU 7500-EXIT
070600         PERFORM 4500-RECORD-REQUEST THRU 4500-EXIT
070700         DISPLAY "RQSTAPRV - REQUEST " RQST-REQUEST-ID
070800             " REJECTED - REGION " CTL-REGION-LABEL
070900             " - " RQST-REASON
071000         ADD 1 TO WS-REJECT-COUNT
071100         GO TO 4000-EXIT
071200     END-IF.
071300     PERFORM 4100-SET-ESTIMATE THRU 4100-EXIT.
071400     MOVE RQST-EST-MINUTES TO WS-EST-ED.
071500     MOVE RQST-EST-RUNS TO WS-RUNS-ED.
071600     IF RQST-EST-RUNS = ZERO
071700         SET RQST-HELD TO TRUE
071800         MOVE "NO SIMILAR RUN HISTORY - COST UNKNOWN"
071900             TO RQST-REASON
072000     ELSE
072100         IF RQST-EST-MINUTES > APV-THRESHOLD
072200             SET RQST-HELD TO TRUE
072300             MOVE SPACES TO RQST-REASON
072400             STRING "ESTIMATE OVER THE " DELIMITED BY SIZE
072500                 APV-THRESHOLD-X DELIMITED BY SIZE
072600                 "-MINUTE THRESHOLD" DELIMITED BY SIZE
072700                 INTO RQST-REASON
072800             END-STRING
072900         ELSE
073000             SET RQST-APPROVED TO TRUE
073100         END-IF
073200     END-IF.
073300     PERFORM 4500-RECORD-REQUEST THRU 4500-EXIT.
073400     IF RETURN-CODE = 16
073500         GO TO 4000-EXIT
073600     END-IF.
073700     IF RQST-HELD
073800         DISPLAY "RQSTAPRV - REQUEST " RQST-REQUEST-ID
073900             " HELD FOR SIGN-OFF - REGION " CTL-REGION-LABEL
074000             " - EST " WS-EST-ED " MIN FROM " WS-RUNS-ED
074100             " RUNS - " RQST-REASON
074200         ADD 1 TO WS-HELD-COUNT
074300         MOVE CTL-REGION-LABEL TO JRNL-REGION-LABEL
074400         STRING "REQUEST " DELIMITED BY SIZE
074500             RQST-REQUEST-ID DELIMITED BY SIZE
074600             " HELD FOR SIGN-OFF" DELIMITED BY SIZE
074700             INTO JRNL-DETAIL
074800         END-STRING
074900         MOVE "NOTE" TO JRNL-EVENT-TYPE
075000         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
075100         GO TO 4000-EXIT
075200     END-IF.
075300     DISPLAY "RQSTAPRV - REQUEST " RQST-REQUEST-ID
075400         " APPROVED - REGION " CTL-REGION-LABEL
075500         " - EST " WS-EST-ED " MIN FROM " WS-RUNS-ED " RUNS".
075600     ADD 1 TO WS-APPROVED-COUNT.
075700     PERFORM 7000-WRITE-ADD-PAIR THRU 7000-EXIT.
075800 4000-EXIT.
075900     EXIT.
076000*****************************************************************
076100* 4100-SET-ESTIMATE - SCALE THE POOLED SECONDS PER PIXEL-        *
076200*                     ITERATION TO THE REQUESTED VIEWPORT AND    *
076300*                     CAP. A RESULT TOO LARGE FOR THE FIELD IS   *
076400*                     PINNED AT ITS MAXIMUM - IT IS OVER ANY     *
076500*                     THRESHOLD EITHER WAY.                      *
076600*****************************************************************
076700 4100-SET-ESTIMATE.
076800     MOVE WS-RQ-HIST-RUNS(WS-RQ-IDX) TO RQST-EST-RUNS.
076900     IF WS-RQ-HIST-RUNS(WS-RQ-IDX) = ZERO
077000         OR WS-RQ-HIST-UNITS(WS-RQ-IDX) = ZERO
077100         MOVE ZERO TO RQST-EST-RUNS
077200         GO TO 4100-EXIT
077300     END-IF.
077400     COMPUTE WS-EST-SECS ROUNDED =
077500         WS-RQ-HIST-SECS(WS-RQ-IDX)
077600             * WS-RQ-PIXELS(WS-RQ-IDX)
077700             * WS-RQ-MAX-ITER(WS-RQ-IDX)
077800             / WS-RQ-HIST-UNITS(WS-RQ-IDX)
077900         ON SIZE ERROR
078000             MOVE 999999999.99 TO WS-EST-SECS
078100     END-COMPUTE.
078200     COMPUTE RQST-EST-MINUTES ROUNDED = WS-EST-SECS / 60
078300         ON SIZE ERROR
078400             MOVE 99999.99 TO RQST-EST-MINUTES
078500     END-COMPUTE.
078600 4100-EXIT.
078700     EXIT.
078800*****************************************************************
078900* 4500-RECORD-REQUEST - WRITE THE DECIDED REQUEST TO THE MASTER, *
079000*                       OR REPLACE THE REJECTED ONE IT CORRECTS  *
079100*****************************************************************
079200 4500-RECORD-REQUEST.
079300     IF WS-RQ-REPLACE(WS-RQ-IDX)
079400         REWRITE RQST-RECORD
079500             INVALID KEY CONTINUE
079600         END-REWRITE
079700     ELSE
079800         WRITE RQST-RECORD
079900             INVALID KEY CONTINUE
080000         END-WRITE
080100     END-IF.
080200     IF WS-RQSTMST-STATUS NOT = "00"
080300         DISPLAY "RQSTAPRV - WRITE FAILED FOR REQUEST "
080400             RQST-REQUEST-ID " - FILE STATUS "
080500             WS-RQSTMST-STATUS
080600         MOVE 16 TO RETURN-CODE
080700     END-IF.
080800 4500-EXIT.
080900     EXIT.
081000*****************************************************************
081100* 5000-APPLY-ONE-SIGN-OFF - RELEASE ONE HELD REQUEST. AN         *
081200*                           APPROVAL STILL REFUSES A LABEL THAT  *
081300*                           HAS REACHED THE CATALOG SINCE THE    *
081400*                           REQUEST WAS HELD.                    *
081500*****************************************************************
081600 5000-APPLY-ONE-SIGN-OFF.
081700     MOVE WS-SGN-ENTRY(WS-SGN-IDX) TO SGN-CARD.
081800     MOVE SGN-REQUEST-ID TO RQST-REQUEST-ID.
081900     READ REQUEST-MASTER-FILE
082000         INVALID KEY
082100             DISPLAY "RQSTAPRV - SIGN-OFF IGNORED - REQUEST "
082200                 SGN-REQUEST-ID " IS NOT ON FILE"
082300             ADD 1 TO WS-SGN-IGNORED-COUNT
082400             GO TO 5000-EXIT
082500     END-READ.
082600     IF NOT RQST-HELD
082700         DISPLAY "RQSTAPRV - SIGN-OFF IGNORED - REQUEST "
082800             SGN-REQUEST-ID " IS NOT HELD - STATUS "
082900             RQST-STATUS
083000         ADD 1 TO WS-SGN-IGNORED-COUNT
083100         GO TO 5000-EXIT
083200     END-IF.
083300     IF SGN-SIGNED-BY = SPACES
083400         DISPLAY "RQSTAPRV - SIGN-OFF IGNORED - REQUEST "
083500             SGN-REQUEST-ID " - NO NAME IN COLUMNS 9-28"
083600         ADD 1 TO WS-SGN-IGNORED-COUNT
083700         GO TO 5000-EXIT
083800     END-IF.
083900     IF NOT SGN-APPROVE AND NOT SGN-DECLINE
084000         DISPLAY "RQSTAPRV - SIGN-OFF IGNORED - REQUEST "
084100             SGN-REQUEST-ID " - DECISION MUST BE A, D OR BLANK"
084200         ADD 1 TO WS-SGN-IGNORED-COUNT
084300         GO TO 5000-EXIT
084400     END-IF.
084500     MOVE RQST-CARD-IMAGE TO CTL-CARD-AREA.
084600     MOVE SGN-SIGNED-BY TO RQST-SIGNED-OFF-BY.
084700     MOVE WS-RUN-DATE TO RQST-DECISION-DATE.
084800     MOVE SGN-NOTE TO RQST-REASON.
084900     IF SGN-APPROVE
085000         PERFORM 2200-CHECK-CATALOG THRU 2200-EXIT
085100         IF WS-ON-CATALOG
085200             MOVE "REGION IS ALREADY ON THE CATALOG"
085300                 TO RQST-REASON
085400             SET SGN-DECLINE TO TRUE
085500         END-IF
085600     END-IF.
085700     IF SGN-DECLINE
085800         SET RQST-REJECTED TO TRUE
085900         IF RQST-REASON = SPACES
086000             MOVE "DECLINED AT SIGN-OFF" TO RQST-REASON
086100         END-IF
086200     ELSE
086300         SET RQST-APPROVED TO TRUE
086400     END-IF.
086500     REWRITE RQST-RECORD
086600         INVALID KEY CONTINUE
086700     END-REWRITE.
086800     IF WS-RQSTMST-STATUS NOT = "00"
086900         DISPLAY "RQSTAPRV - REWRITE FAILED FOR REQUEST "
087000             RQST-REQUEST-ID " - FILE STATUS "
087100             WS-RQSTMST-STATUS
087200         MOVE 16 TO RETURN-CODE
087300         GO TO 5000-EXIT
087400     END-IF.
087500     IF RQST-REJECTED
087600         DISPLAY "RQSTAPRV - REQUEST " RQST-REQUEST-ID
087700             " DECLINED BY " RQST-SIGNED-OFF-BY
087800             " - REGION " CTL-REGION-LABEL " - " RQST-REASON
087900         ADD 1 TO WS-DECLINED-COUNT
088000         PERFORM 7500-NOTE-REJECT THRU 7500-EXIT
088100         GO TO 5000-EXIT
088200     END-IF.
088300     DISPLAY "RQSTAPRV - REQUEST " RQST-REQUEST-ID
088400         " SIGNED OFF BY " RQST-SIGNED-OFF-BY
088500         " - REGION " CTL-REGION-LABEL.
088600     ADD 1 TO WS-SIGNED-COUNT.
088700     PERFORM 7000-WRITE-ADD-PAIR THRU 7000-EXIT.
088800 5000-EXIT.
088900     EXIT.
089000*****************************************************************
089100* 6000-EDIT-CARD-AREA - THE RENDER PROGRAM'S CONTROL-CARD EDITS, *
089200*                       APPLIED TO THE REQUESTED DEFINITION SO   *
089300*                       NOTHING UNRENDERABLE IS APPROVED.        *
089400*****************************************************************
089500 6000-EDIT-CARD-AREA.
089600     IF CTL-Y-LOW NOT < CTL-Y-HIGH
089700         DISPLAY "RQSTAPRV - BAD CARD - CTL-Y-LOW MUST "
089800             "BE LESS THAN CTL-Y-HIGH"
089900         SET WS-EDIT-FAIL TO TRUE
090000     END-IF.
090100     IF CTL-X-LOW NOT < CTL-X-HIGH
090200         DISPLAY "RQSTAPRV - BAD CARD - CTL-X-LOW MUST "
090300             "BE LESS THAN CTL-X-HIGH"
090400         SET WS-EDIT-FAIL TO TRUE
090500     END-IF.
090600     IF CTL-OUTPUT-MODE = SPACE
090700         SET CTL-MODE-ART TO TRUE
090800     END-IF.
090900*    AN ART VIEWPORT WIDER THAN 79 COLUMNS IS RENDERED AS .TNN
091000*    TILE MEMBERS, SO THE LABEL MUST LEAVE ROOM FOR THE SUFFIX.
091100     IF CTL-MODE-ART AND CTL-X-LOW < CTL-X-HIGH
091200         AND (CTL-X-HIGH - CTL-X-LOW + 1) > 79
091300         PERFORM 6100-EDIT-TILE-LABEL THRU 6100-EXIT
091400     END-IF.
091500     IF CTL-MAX-ITER = ZERO
091600         DISPLAY "RQSTAPRV - BAD CARD - CTL-MAX-ITER "
091700             "MUST BE GREATER THAN ZERO"
091800         SET WS-EDIT-FAIL TO TRUE
091900     END-IF.
092000     IF CTL-ESCAPE-RADIUS NOT > ZERO
092100         DISPLAY "RQSTAPRV - BAD CARD - CTL-ESCAPE-"
092200             "RADIUS MUST BE GREATER THAN ZERO"
092300         SET WS-EDIT-FAIL TO TRUE
092400     END-IF.
092500     IF CTL-CA-SCALE = ZERO
092600         DISPLAY "RQSTAPRV - BAD CARD - CTL-CA-SCALE "
092700             "MUST NOT BE ZERO"
092800         SET WS-EDIT-FAIL TO TRUE
092900     END-IF.
093000     IF CTL-CB-SCALE = ZERO
093100         DISPLAY "RQSTAPRV - BAD CARD - CTL-CB-SCALE "
093200             "MUST NOT BE ZERO"
093300         SET WS-EDIT-FAIL TO TRUE
093400     END-IF.
093500     IF NOT CTL-MODE-ART AND NOT CTL-MODE-DELIMITED
093600         DISPLAY "RQSTAPRV - BAD CARD - CTL-OUTPUT-MODE "
093700             "MUST BE A OR D"
093800         SET WS-EDIT-FAIL TO TRUE
093900     END-IF.
094000     IF CTL-MAX-MINUTES-X NOT = SPACES
094100         AND CTL-MAX-MINUTES NOT NUMERIC
094200         DISPLAY "RQSTAPRV - BAD CARD - CTL-MAX-MINUTES "
094300             "MUST BE NUMERIC OR BLANK"
094400         SET WS-EDIT-FAIL TO TRUE
094500     END-IF.
094600     IF CTL-MAX-ROWS-X NOT = SPACES
094700         AND CTL-MAX-ROWS NOT NUMERIC
094800         DISPLAY "RQSTAPRV - BAD CARD - CTL-MAX-ROWS "
094900             "MUST BE NUMERIC OR BLANK"
095000         SET WS-EDIT-FAIL TO TRUE
095100     END-IF.
095200     IF CTL-PRECISION-MODE NOT = SPACE
095300         AND NOT CTL-PREC-STANDARD AND NOT CTL-PREC-HIGH
095400         DISPLAY "RQSTAPRV - BAD CARD - CTL-PRECISION-MODE "
095500             "MUST BE S, H OR BLANK"
095600         SET WS-EDIT-FAIL TO TRUE
095700     END-IF.
095800     IF CTL-FRACTAL-TYPE NOT = SPACE
095900         AND NOT CTL-FRAC-MANDEL AND NOT CTL-FRAC-JULIA
096000         DISPLAY "RQSTAPRV - BAD CARD - CTL-FRACTAL-TYPE "
096100             "MUST BE M, J OR BLANK"
096200         SET WS-EDIT-FAIL TO TRUE
096300     END-IF.
096400     IF CTL-FRAC-JULIA
096500         AND (CTL-JULIA-CA NOT NUMERIC
096600             OR CTL-JULIA-CB NOT NUMERIC)
096700         DISPLAY "RQSTAPRV - BAD CARD - A JULIA REGION NEEDS "
096800             "NUMERIC SEED CONSTANTS IN CTL-JULIA-CA AND "
096900             "CTL-JULIA-CB"
097000         SET WS-EDIT-FAIL TO TRUE
097100     END-IF.
097200     IF CTL-SHADE-MODE NOT = SPACE
097300         AND NOT CTL-SHADE-LINEAR AND NOT CTL-SHADE-EQUAL
097400         DISPLAY "RQSTAPRV - BAD CARD - CTL-SHADE-MODE "
097500             "MUST BE L, E OR BLANK"
097600         SET WS-EDIT-FAIL TO TRUE
097700     END-IF.
097800 6000-EXIT.
097900     EXIT.
098000*****************************************************************
098100* 6100-EDIT-TILE-LABEL - A WIDE ART CARD'S LABEL MUST BE 16      *
098200*                        CHARACTERS OR FEWER SO THE RENDER       *
098300*                        PROGRAM CAN SUFFIX .TNN TILE NAMES      *
098400*****************************************************************
098500 6100-EDIT-TILE-LABEL.
098600     MOVE ZERO TO WS-EDIT-LABEL-LEN.
098700     PERFORM VARYING WS-EDIT-LABEL-IDX FROM 20 BY -1
098800             UNTIL WS-EDIT-LABEL-IDX < 1
098900             OR WS-EDIT-LABEL-LEN NOT = ZERO
099000         IF CTL-REGION-LABEL(WS-EDIT-LABEL-IDX:1) NOT = SPACE
099100             MOVE WS-EDIT-LABEL-IDX TO WS-EDIT-LABEL-LEN
099200         END-IF
099300     END-PERFORM.
099400     IF WS-EDIT-LABEL-LEN > 16
099500         DISPLAY "RQSTAPRV - BAD CARD - THE REGION LABEL MUST "
099600             "BE 16 CHARACTERS OR FEWER TO LEAVE ROOM FOR THE "
099700             ".TNN TILE SUFFIX ON A WIDE VIEWPORT"
099800         SET WS-EDIT-FAIL TO TRUE
099900     END-IF.
100000 6100-EXIT.
100100     EXIT.
100200*****************************************************************
100300* 7000-WRITE-ADD-PAIR - ONE REGCATMT ADD FUNCTION CARD AND THE   *
100400*                       REQUEST'S DEFINITION CARD ON TXNOUT      *
100500*****************************************************************
100600 7000-WRITE-ADD-PAIR.
100700     MOVE CTL-REGION-LABEL TO APV-TXN-LABEL.
100800     MOVE RQST-PRIORITY-X  TO APV-TXN-PRIORITY.
100900     MOVE RQST-COST-CENTER TO APV-TXN-COST-CENTER.
101000     WRITE TXN-OUTPUT-RECORD FROM APV-TXN-CARD.
101100     IF WS-TXNOUT-STATUS = "00"
101200         WRITE TXN-OUTPUT-RECORD FROM RQST-CARD-IMAGE
101300     END-IF.
101400     IF WS-TXNOUT-STATUS NOT = "00"
101500         DISPLAY "RQSTAPRV - WRITE FAILED ON TXNOUT - "
101600             "FILE STATUS " WS-TXNOUT-STATUS
101700         MOVE 16 TO RETURN-CODE
101800         GO TO 7000-EXIT
101900     END-IF.
102000     ADD 1 TO WS-TXN-PAIR-COUNT.
102100 7000-EXIT.
102200     EXIT.
102300*****************************************************************
102400* 7500-NOTE-REJECT - ONE REJECT EVENT ON THE RUN-EVENT JOURNAL   *
102500*                    FOR THE REQUEST JUST REFUSED - THE SYSOUT   *
102600*                    LINE ALREADY NAMES THE REASON               *
102700*****************************************************************
102800 7500-NOTE-REJECT.
102900     MOVE CTL-REGION-LABEL TO JRNL-REGION-LABEL.
103000     MOVE SPACES TO JRNL-DETAIL.
103100     STRING "REQUEST " DELIMITED BY SIZE
103200         RQST-REQUEST-ID DELIMITED BY SIZE
103300         " REJECTED - SEE SYSOUT" DELIMITED BY SIZE
103400         INTO JRNL-DETAIL
103500     END-STRING.
103600     MOVE "REJECT" TO JRNL-EVENT-TYPE.
103700     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
103800 7500-EXIT.
103900     EXIT.
104000*****************************************************************
104100* 8000-TERMINATE - CLOSE THE FILES, REPORT THE COUNTS AND SET    *
104200*                  THE CONDITION CODE                            *
104300*****************************************************************
104400 8000-TERMINATE.
104500     CLOSE REQUEST-INPUT-FILE.
104600     CLOSE REQUEST-MASTER-FILE.
104700     CLOSE REGION-CATALOG-FILE.
104800     CLOSE TXN-OUTPUT-FILE.
104900     DISPLAY "RQSTAPRV - REQUESTS SUBMITTED:      "
105000         WS-SUBMITTED-COUNT.
105100     DISPLAY "RQSTAPRV - REQUESTS APPROVED:       "
105200         WS-APPROVED-COUNT.
105300     DISPLAY "RQSTAPRV - REQUESTS HELD:           "
105400         WS-HELD-COUNT.
105500     DISPLAY "RQSTAPRV - REQUESTS REJECTED:       "
105600         WS-REJECT-COUNT.
105700     DISPLAY "RQSTAPRV - HELD REQUESTS SIGNED OFF: "
105800         WS-SIGNED-COUNT.
105900     DISPLAY "RQSTAPRV - HELD REQUESTS DECLINED:  "
106000         WS-DECLINED-COUNT.
106100     DISPLAY "RQSTAPRV - SIGN-OFFS IGNORED:       "
106200         WS-SGN-IGNORED-COUNT.
106300     DISPLAY "RQSTAPRV - ADD PAIRS WRITTEN:       "
106400         WS-TXN-PAIR-COUNT.
106500     DISPLAY "RQSTAPRV - HISTORY RUNS READ:       "
106600         WS-HIST-READ-COUNT.
106700     IF WS-DROPPED-COUNT > ZERO
106800         DISPLAY "RQSTAPRV - REQUESTS LEFT FOR NEXT RUN: "
106900             WS-DROPPED-COUNT
107000     END-IF.
107100     IF RETURN-CODE = ZERO
107200         IF WS-REJECT-COUNT > ZERO
107300             MOVE 8 TO RETURN-CODE
107400         ELSE
107500             IF WS-HELD-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
107600                 MOVE 4 TO RETURN-CODE
107700             END-IF
107800         END-IF
107900     END-IF.
108000 8000-EXIT.
108100     EXIT.
108200*****************************************************************
108300* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
108400*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
108500*                      FIELDS FOR THE NEXT CALLER                *
108600*****************************************************************
108700 9500-JOURNAL-EVENT.
108800     MOVE "RQSTAPRV" TO JRNL-PROGRAM.
108900     CALL "JRNLWRT" USING JRNL-RECORD.
109000     MOVE SPACES TO JRNL-REGION-LABEL.
109100     MOVE SPACES TO JRNL-DETAIL.
109200     MOVE ZERO TO JRNL-RETURN-CODE.
109300 9500-EXIT.
109400     EXIT.
109500*****************************************************************
109600* 9999-EXIT - END OF JOB                                         *
109700*****************************************************************
109800 9999-EXIT.
109900     MOVE "END" TO JRNL-EVENT-TYPE.
110000     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
110100     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
110200     STOP RUN.
