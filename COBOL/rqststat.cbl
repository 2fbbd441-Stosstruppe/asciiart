000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RQSTSTAT.
000300 AUTHOR.        R L HUTCHENS.
000400 INSTALLATION.  MATH/SCIENCE APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* RQSTSTAT IS THE RENDER REQUEST STATUS REPORT. IT WALKS THE     *
000900* REQUEST MASTER (RQSTMST, KEPT BY RQSTAPRV) AND SHOWS WHERE     *
001000* EVERY REQUEST STANDS - FROM SUBMISSION, THROUGH THE APPROVAL   *
001100* DECISION AND ITS COST ESTIMATE, TO THE REGION'S CATALOG ENTRY  *
001200* AND ITS FIRST VERIFIED RENDER - SO A REQUESTER CAN SEE WHAT    *
001300* BECAME OF THE REQUEST WITHOUT CALLING OPERATIONS.              *
001400*                                                                *
001500* ON THE WAY THROUGH IT MOVES EACH REQUEST FORWARD:              *
001600*   - AN APPROVED REQUEST WHOSE REGION IS NOW ON THE CATALOG     *
001700*     (REGNCAT) BECOMES CATALOGUED, STAMPED WITH THE CATALOG     *
001800*     ENTRY'S UPDATE DATE.                                       *
001900*   - A CATALOGUED REQUEST WHOSE EVERY OUTPUT MEMBER (THE PLAIN  *
002000*     REGION, OR EACH .TNN TILE OF A WIDE ONE) WAS VERIFIED BY   *
002100*     RECONCILIATION ON RECONOUT BECOMES VERIFIED, STAMPED WITH  *
002200*     THAT RECONCILIATION'S RUN DATE.                            *
002300* RECONOUT HOLDS ONE NIGHT ONLY, SO THIS STEP RUNS EVERY NIGHT   *
002400* AFTER RECONCIL TO CATCH THE FIRST VERIFIED RENDER WHEN IT      *
002500* HAPPENS. A MISSING RECONOUT ONLY MEANS NO REQUEST IS VERIFIED  *
002600* TONIGHT.                                                       *
002700*                                                                *
002800* AN OPEN REQUEST PAST ITS NEEDED-BY DATE IS FLAGGED OVERDUE;    *
002900* ONE VERIFIED AFTER IT IS FLAGGED LATE.                         *
003000*                                                                *
003100* THE STATCTL CARD (OPTIONAL) NAMES A REQUESTER IN COLUMNS 1-20  *
003200* TO PRINT ONLY THAT REQUESTER'S REQUESTS. A BLANK CARD, OR NO   *
003300* CARD, PRINTS THEM ALL. EVERY REQUEST IS MOVED FORWARD EITHER   *
003400* WAY.                                                           *
003500*                                                                *
003600* CONDITION CODES: 0 REPORT PRINTED, 4 NO REQUESTS TO REPORT,    *
003700* 16 FILE OR CARD PROBLEM.                                       *
003800*                                                                *
003900* MOD LOG                                                        *
004000* DATE       INIT DESCRIPTION                                    *
004100* 2026-10-15 RLH  ORIGINAL.                                      *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT STAT-CONTROL-FILE   ASSIGN TO STATCTL
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-STATCTL-STATUS.
005200     SELECT REQUEST-MASTER-FILE ASSIGN TO RQSTMST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS RQST-REQUEST-ID
005600         FILE STATUS IS WS-RQSTMST-STATUS.
005700     SELECT REGION-CATALOG-FILE ASSIGN TO REGNCAT
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RCAT-REGION-LABEL
006100         FILE STATUS IS WS-REGNCAT-STATUS.
006200     SELECT OUTCOME-FILE        ASSIGN TO RECONOUT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RECONOUT-STATUS.
006500     SELECT STAT-PRINT-FILE     ASSIGN TO RQSTRPT
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RQSTRPT-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  STAT-CONTROL-FILE
007100     RECORDING MODE IS F.
007200 01  STAT-CONTROL-RECORD        PIC X(80).
007300 FD  REQUEST-MASTER-FILE.
007400     COPY RQSTREC.
007500 FD  REGION-CATALOG-FILE.
007600     COPY RCATREC.
007700 FD  OUTCOME-FILE
007800     RECORDING MODE IS F.
007900 01  OUTCOME-INPUT-RECORD       PIC X(80).
008000 FD  STAT-PRINT-FILE
008100     RECORDING MODE IS F.
008200 01  STAT-PRINT-RECORD          PIC X(133).
008300 WORKING-STORAGE SECTION.
008400*****************************************************************
008500* THE REQUESTED REGION'S CONTROL CARD AND ONE RECONCILIATION     *
008600* OUTCOME RECORD                                                 *
008700*****************************************************************
008800     COPY CTLCARD.
008900     COPY RECNREC.
009000*****************************************************************
009100* STATCTL CARD - OPTIONAL REQUESTER FILTER                       *
009200*****************************************************************
009300 01  STAT-CONTROL-CARD.
009400     05  STAT-REQUESTER      PIC X(20).
009500     05  FILLER              PIC X(60).
009600*****************************************************************
009700* SWITCHES AND COUNTERS                                          *
009800*****************************************************************
009900 01  WS-SWITCHES.
010000     05  WS-CTL-EOF-SW       PIC X(01)   VALUE "N".
010100         88  WS-CTL-EOF                  VALUE "Y".
010200     05  WS-MST-EOF-SW       PIC X(01)   VALUE "N".
010300         88  WS-MST-EOF                  VALUE "Y".
010400     05  WS-OUT-EOF-SW       PIC X(01)   VALUE "N".
010500         88  WS-OUT-EOF                  VALUE "Y".
010600     05  WS-OUT-LOADED-SW    PIC X(01)   VALUE "N".
010700         88  WS-OUT-LOADED               VALUE "Y".
010800     05  WS-STAMPED-SW       PIC X(01)   VALUE "N".
010900         88  WS-STAMPED                  VALUE "Y".
011000     05  WS-ALL-VERIFIED-SW  PIC X(01)   VALUE "N".
011100         88  WS-ALL-VERIFIED             VALUE "Y".
011200 01  WS-STATCTL-STATUS       PIC X(02)   VALUE SPACES.
011300 01  WS-RQSTMST-STATUS       PIC X(02)   VALUE SPACES.
011400 01  WS-REGNCAT-STATUS       PIC X(02)   VALUE SPACES.
011500 01  WS-RECONOUT-STATUS      PIC X(02)   VALUE SPACES.
011600 01  WS-RQSTRPT-STATUS       PIC X(02)   VALUE SPACES.
011700 77  WS-RUN-DATE             PIC 9(08).
011800 77  WS-RECON-DATE           PIC 9(08)   VALUE ZERO.
011900 77  WS-READ-COUNT           PIC 9(04)   VALUE ZERO.
012000 77  WS-PRINTED-COUNT        PIC 9(04)   VALUE ZERO.
012100 77  WS-HELD-COUNT           PIC 9(04)   VALUE ZERO.
012200 77  WS-APPROVED-COUNT       PIC 9(04)   VALUE ZERO.
012300 77  WS-REJECTED-COUNT       PIC 9(04)   VALUE ZERO.
012400 77  WS-CATALOGUED-COUNT     PIC 9(04)   VALUE ZERO.
012500 77  WS-VERIFIED-COUNT       PIC 9(04)   VALUE ZERO.
012600 77  WS-OVERDUE-COUNT        PIC 9(04)   VALUE ZERO.
012700 77  WS-NEW-CAT-COUNT        PIC 9(04)   VALUE ZERO.
012800 77  WS-NEW-VER-COUNT        PIC 9(04)   VALUE ZERO.
012900*****************************************************************
013000* RECONCILIATION OUTCOMES, KEYED IN STORAGE BY MEMBER LABEL      *
013100*****************************************************************
013200 01  WS-OUTCOME-TABLE.
013300     05  WS-OUTCOME-ENTRY    OCCURS 600 TIMES.
013400         10  WS-OUT-LABEL        PIC X(20).
013500         10  WS-OUT-VALUE        PIC X(01).
013600 77  WS-OUTCOME-COUNT        PIC 9(03)   VALUE ZERO.
013700 77  WS-OUTCOME-IDX          PIC 9(03).
013800 77  WS-OUT-FOUND-IDX        PIC 9(03).
013900 77  WS-OUT-DROPPED-COUNT    PIC 9(03)   VALUE ZERO.
014000*****************************************************************
014100* TILE-SET WALKING - A WIDE ART REGION'S OUTPUT LIVES IN .TNN    *
014200* MEMBERS, AND THE REGION IS VERIFIED ONLY WHEN EVERY ONE IS     *
014300*****************************************************************
014400 77  WS-TILE-COUNT           PIC 9(2).
014500 77  WS-TILE-NUM             PIC 9(2).
014600 77  WS-VIEW-WIDTH           PIC 9(4).
014700 77  WS-LABEL-LEN            PIC 9(2).
014800 77  WS-LABEL-IDX            PIC 9(2).
014900 01  WS-MEMBER-LABEL         PIC X(20).
015000*****************************************************************
015100* PRINT CONTROL - ASA CARRIAGE CONTROL IN COLUMN 1               *
015200*****************************************************************
015300 01  WS-PRINT-LINE.
015400     05  WS-PRINT-CC         PIC X(01).
015500     05  WS-PRINT-TEXT       PIC X(132).
015600 77  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
015700 77  WS-PAGE-COUNT           PIC 9(05)   VALUE ZERO.
015800 77  WS-PAGE-LIMIT           PIC 9(03)   VALUE 60.
015900*****************************************************************
016000* HEADING, DETAIL AND TOTAL LINE IMAGES                          *
016100*****************************************************************
016200 01  WS-HEAD1.
016300     05  FILLER              PIC X(30)
016400         VALUE "RENDER REQUEST STATUS - DATE ".
016500     05  WS-H1-DATE          PIC 9(08).
016600     05  FILLER              PIC X(06)   VALUE " PAGE ".
016700     05  WS-H1-PAGE          PIC ZZZZ9.
016800     05  FILLER              PIC X(03)   VALUE SPACES.
016900     05  WS-H1-FILTER        PIC X(36)   VALUE SPACES.
017000     05  FILLER              PIC X(44)   VALUE SPACES.
017100 01  WS-HEAD2.
017200     05  FILLER              PIC X(10)   VALUE "REQUEST".
017300     05  FILLER              PIC X(22)   VALUE "REQUESTER".
017400     05  FILLER              PIC X(22)   VALUE "REGION".
017500     05  FILLER              PIC X(12)   VALUE "STATUS".
017600     05  FILLER              PIC X(10)   VALUE "SUBMITTED".
017700     05  FILLER              PIC X(10)   VALUE "NEEDED-BY".
017800     05  FILLER              PIC X(10)   VALUE "DECIDED".
017900     05  FILLER              PIC X(10)   VALUE "  EST MIN".
018000     05  FILLER              PIC X(10)   VALUE "CATALOGED".
018100     05  FILLER              PIC X(08)   VALUE "VERIFIED".
018200     05  FILLER              PIC X(08)   VALUE SPACES.
018300 01  WS-DETAIL-LINE.
018400     05  WS-DL-REQUEST-ID    PIC X(08).
018500     05  FILLER              PIC X(02)   VALUE SPACES.
018600     05  WS-DL-REQUESTER     PIC X(20).
018700     05  FILLER              PIC X(02)   VALUE SPACES.
018800     05  WS-DL-REGION        PIC X(20).
018900     05  FILLER              PIC X(02)   VALUE SPACES.
019000     05  WS-DL-STATUS        PIC X(10).
019100     05  FILLER              PIC X(02)   VALUE SPACES.
019200     05  WS-DL-SUBMITTED     PIC X(08).
019300     05  FILLER              PIC X(02)   VALUE SPACES.
019400     05  WS-DL-NEEDED-BY     PIC X(08).
019500     05  FILLER              PIC X(02)   VALUE SPACES.
019600     05  WS-DL-DECIDED       PIC X(08).
019700     05  FILLER              PIC X(02)   VALUE SPACES.
019800     05  WS-DL-EST-MINUTES   PIC ZZZZ9.99.
019900     05  FILLER              PIC X(02)   VALUE SPACES.
020000     05  WS-DL-CATALOGED     PIC X(08).
020100     05  FILLER              PIC X(02)   VALUE SPACES.
020200     05  WS-DL-VERIFIED      PIC X(08).
020300     05  FILLER              PIC X(08)   VALUE SPACES.
020400 01  WS-NOTE-LINE.
020500     05  FILLER              PIC X(10)   VALUE SPACES.
020600     05  WS-NL-FLAG          PIC X(08).
020700     05  FILLER              PIC X(02)   VALUE SPACES.
020800     05  WS-NL-REASON        PIC X(40).
020900     05  FILLER              PIC X(02)   VALUE SPACES.
021000     05  WS-NL-SIGNED        PIC X(34).
021100     05  FILLER              PIC X(36)   VALUE SPACES.
021200 01  WS-TOTAL-LINE.
021300     05  WS-TL-CAPTION       PIC X(30).
021400     05  WS-TL-COUNT         PIC ZZZ9.
021500     05  FILLER              PIC X(98)   VALUE SPACES.
021600*****************************************************************
021700* RUN-EVENT JOURNAL - ONE STAMPED EVENT PER START, END AND       *
021800* NOTABLE EVENT, APPENDED THROUGH JRNLWRT                        *
021900*****************************************************************
022000     COPY JRNLREC.
022100 PROCEDURE DIVISION.
022200*****************************************************************
022300* 0000-MAINLINE - OVERALL CONTROL                                *
022400*****************************************************************
022500 0000-MAINLINE.
022600     MOVE ZERO TO RETURN-CODE.
022700     MOVE SPACES TO JRNL-RECORD.
022800     MOVE ZERO TO JRNL-RETURN-CODE.
022900     MOVE "START" TO JRNL-EVENT-TYPE.
023000     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
023100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023200     IF RETURN-CODE NOT = ZERO
023300         GO TO 9999-EXIT
023400     END-IF.
023500     PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT.
023600     MOVE LOW-VALUES TO RQST-REQUEST-ID.
023700     START REQUEST-MASTER-FILE KEY NOT < RQST-REQUEST-ID
023800         INVALID KEY SET WS-MST-EOF TO TRUE
023900     END-START.
024000     PERFORM 2000-REPORT-ONE-REQUEST THRU 2000-EXIT
024100         UNTIL WS-MST-EOF OR RETURN-CODE = 16.
024200     IF RETURN-CODE = ZERO
024300         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
024400     END-IF.
024500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
024600     GO TO 9999-EXIT.
024700*****************************************************************
024800* 1000-INITIALIZE - READ THE OPTIONAL FILTER CARD, LOAD TONIGHT'S*
024900*                   RECONCILIATION OUTCOMES AND OPEN THE MASTER, *
025000*                   CATALOG AND PRINT FILES                      *
025100*****************************************************************
025200 1000-INITIALIZE.
025300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025400     MOVE SPACES TO STAT-CONTROL-CARD.
025500     OPEN INPUT STAT-CONTROL-FILE.
025600     IF WS-STATCTL-STATUS = "00"
025700         READ STAT-CONTROL-FILE INTO STAT-CONTROL-CARD
025800             AT END SET WS-CTL-EOF TO TRUE
025900         END-READ
026000         CLOSE STAT-CONTROL-FILE
026100     END-IF.
026200     IF STAT-REQUESTER NOT = SPACES
026300         STRING "REQUESTER " DELIMITED BY SIZE
026400             STAT-REQUESTER DELIMITED BY SIZE
026500             INTO WS-H1-FILTER
026600         END-STRING
026700     END-IF.
026800     PERFORM 1100-LOAD-OUTCOMES THRU 1100-EXIT.
026900     IF RETURN-CODE NOT = ZERO
027000         GO TO 1000-EXIT
027100     END-IF.
027200     OPEN I-O REQUEST-MASTER-FILE.
027300     IF WS-RQSTMST-STATUS NOT = "00"
027400         DISPLAY "RQSTSTAT - UNABLE TO OPEN RQSTMST - "
027500             "FILE STATUS " WS-RQSTMST-STATUS
027600         MOVE 16 TO RETURN-CODE
027700         GO TO 1000-EXIT
027800     END-IF.
027900     OPEN INPUT REGION-CATALOG-FILE.
028000     IF WS-REGNCAT-STATUS NOT = "00"
028100         DISPLAY "RQSTSTAT - UNABLE TO OPEN REGNCAT - "
028200             "FILE STATUS " WS-REGNCAT-STATUS
028300         MOVE 16 TO RETURN-CODE
028400         GO TO 1000-EXIT
028500     END-IF.
028600     OPEN OUTPUT STAT-PRINT-FILE.
028700     IF WS-RQSTRPT-STATUS NOT = "00"
028800         DISPLAY "RQSTSTAT - UNABLE TO OPEN RQSTRPT - "
028900             "FILE STATUS " WS-RQSTRPT-STATUS
029000         MOVE 16 TO RETURN-CODE
029100     END-IF.
029200 1000-EXIT.
029300     EXIT.
029400*****************************************************************
029500* 1100-LOAD-OUTCOMES - LOAD TONIGHT'S MEMBER OUTCOMES. NO        *
029600*                      RECONOUT, OR ONE WITHOUT ITS RUN TRAILER, *
029700*                      VERIFIES NOTHING BUT STOPS NOTHING.       *
029800*****************************************************************
029900 1100-LOAD-OUTCOMES.
030000     OPEN INPUT OUTCOME-FILE.
030100     IF WS-RECONOUT-STATUS NOT = "00"
030200         DISPLAY "RQSTSTAT - NO RECONCILIATION OUTCOME ON "
030300             "RECONOUT - FILE STATUS " WS-RECONOUT-STATUS
030400             " - NO REQUEST VERIFIED THIS RUN"
030500         GO TO 1100-EXIT
030600     END-IF.
030700     PERFORM 1110-LOAD-ONE-OUTCOME THRU 1110-EXIT
030800         UNTIL WS-OUT-EOF.
030900     CLOSE OUTCOME-FILE.
031000     IF NOT WS-OUT-LOADED
031100         MOVE ZERO TO WS-OUTCOME-COUNT
031200         DISPLAY "RQSTSTAT - RECONOUT HAS NO RUN TRAILER - "
031300             "RECONCILIATION DID NOT COMPLETE - NO REQUEST "
031400             "VERIFIED THIS RUN"
031500         GO TO 1100-EXIT
031600     END-IF.
031700     IF WS-OUT-DROPPED-COUNT > ZERO
031800         DISPLAY "RQSTSTAT - OUTCOME TABLE FULL AT 600 ENTRIES "
031900             "- " WS-OUT-DROPPED-COUNT " RECORDS NOT LOADED - "
032000             "RAISE THE TABLE LIMIT"
032100         MOVE 16 TO RETURN-CODE
032200     END-IF.
032300 1100-EXIT.
032400     EXIT.
032500*****************************************************************
032600* 1110-LOAD-ONE-OUTCOME - POST ONE RECONOUT RECORD: A TYPE-R     *
032700*                         MEMBER OUTCOME TO THE TABLE, THE       *
032800*                         TYPE-T RUN TRAILER'S DATE AS THE       *
032900*                         VERIFIED DATE                          *
033000*****************************************************************
033100 1110-LOAD-ONE-OUTCOME.
033200     READ OUTCOME-FILE INTO REC-RECORD
033300         AT END SET WS-OUT-EOF TO TRUE
033400     END-READ.
033500     IF WS-OUT-EOF
033600         GO TO 1110-EXIT
033700     END-IF.
033800     IF REC-TYPE-TRAILER
033900         SET WS-OUT-LOADED TO TRUE
034000         MOVE REC-RUN-DATE TO WS-RECON-DATE
034100         GO TO 1110-EXIT
034200     END-IF.
034300     IF NOT REC-TYPE-REGION
034400         GO TO 1110-EXIT
034500     END-IF.
034600     IF WS-OUTCOME-COUNT NOT < 600
034700         ADD 1 TO WS-OUT-DROPPED-COUNT
034800         GO TO 1110-EXIT
034900     END-IF.
035000     ADD 1 TO WS-OUTCOME-COUNT.
035100     MOVE REC-REGION-LABEL
035200         TO WS-OUT-LABEL(WS-OUTCOME-COUNT).
035300     MOVE REC-OUTCOME TO WS-OUT-VALUE(WS-OUTCOME-COUNT).
035400 1110-EXIT.
035500     EXIT.
035600*****************************************************************
035700* 2000-REPORT-ONE-REQUEST - MOVE ONE REQUEST FORWARD, REWRITE IT *
035800*                           WHEN IT MOVED, AND PRINT IT UNLESS   *
035900*                           THE FILTER CARD EXCLUDES IT          *
036000*****************************************************************
036100 2000-REPORT-ONE-REQUEST.
036200     READ REQUEST-MASTER-FILE NEXT RECORD
036300         AT END SET WS-MST-EOF TO TRUE
036400     END-READ.
036500     IF WS-MST-EOF
036600         GO TO 2000-EXIT
036700     END-IF.
036800     ADD 1 TO WS-READ-COUNT.
036900     MOVE RQST-CARD-IMAGE TO CTL-CARD-AREA.
037000     MOVE "N" TO WS-STAMPED-SW.
037100     IF RQST-APPROVED
037200         PERFORM 3000-CHECK-CATALOGUED THRU 3000-EXIT
037300     END-IF.
037400     IF RQST-CATALOGUED AND WS-OUTCOME-COUNT > ZERO
037500         PERFORM 4000-CHECK-VERIFIED THRU 4000-EXIT
037600     END-IF.
037700     IF WS-STAMPED
037800         REWRITE RQST-RECORD
037900             INVALID KEY CONTINUE
038000         END-REWRITE
038100         IF WS-RQSTMST-STATUS NOT = "00"
038200             DISPLAY "RQSTSTAT - REWRITE FAILED FOR REQUEST "
038300                 RQST-REQUEST-ID " - FILE STATUS "
038400                 WS-RQSTMST-STATUS
038500             MOVE 16 TO RETURN-CODE
038600             GO TO 2000-EXIT
038700         END-IF
038800     END-IF.
038900     IF STAT-REQUESTER NOT = SPACES
039000         AND STAT-REQUESTER NOT = RQST-REQUESTER
039100         GO TO 2000-EXIT
039200     END-IF.
039300     PERFORM 5000-PRINT-REQUEST THRU 5000-EXIT.
039400 2000-EXIT.
039500     EXIT.
039600*****************************************************************
039700* 3000-CHECK-CATALOGUED - AN APPROVED REQUEST WHOSE REGION HAS   *
039800*                         REACHED THE CATALOG IS CATALOGUED      *
039900*****************************************************************
040000 3000-CHECK-CATALOGUED.
040100     MOVE CTL-REGION-LABEL TO RCAT-REGION-LABEL.
040200     READ REGION-CATALOG-FILE
040300         INVALID KEY GO TO 3000-EXIT
040400     END-READ.
040500     SET RQST-CATALOGUED TO TRUE.
040600     MOVE RCAT-UPDATE-DATE TO RQST-CATALOG-DATE.
040700     SET WS-STAMPED TO TRUE.
040800     ADD 1 TO WS-NEW-CAT-COUNT.
040900 3000-EXIT.
041000     EXIT.
041100*****************************************************************
041200* 4000-CHECK-VERIFIED - A CATALOGUED REQUEST IS VERIFIED WHEN    *
041300*                       EVERY MEMBER OF ITS REGION CAME THROUGH  *
041400*                       TONIGHT'S RECONCILIATION VERIFIED        *
041500*****************************************************************
041600 4000-CHECK-VERIFIED.
041700     PERFORM 4100-SET-MEMBER-LIST THRU 4100-EXIT.
041800     SET WS-ALL-VERIFIED TO TRUE.
041900     PERFORM 4200-CHECK-ONE-MEMBER THRU 4200-EXIT
042000         VARYING WS-TILE-NUM FROM 1 BY 1
042100         UNTIL WS-TILE-NUM > WS-TILE-COUNT
042200             OR NOT WS-ALL-VERIFIED.
042300     IF NOT WS-ALL-VERIFIED
042400         GO TO 4000-EXIT
042500     END-IF.
042600     SET RQST-VERIFIED TO TRUE.
042700     MOVE WS-RECON-DATE TO RQST-VERIFIED-DATE.
042800     SET WS-STAMPED TO TRUE.
042900     ADD 1 TO WS-NEW-VER-COUNT.
043000     MOVE CTL-REGION-LABEL TO JRNL-REGION-LABEL.
043100     STRING "REQUEST " DELIMITED BY SIZE
043200         RQST-REQUEST-ID DELIMITED BY SIZE
043300         " FIRST VERIFIED RENDER" DELIMITED BY SIZE
043400         INTO JRNL-DETAIL
043500     END-STRING.
043600     MOVE "NOTE" TO JRNL-EVENT-TYPE.
043700     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
043800 4000-EXIT.
043900     EXIT.
044000*****************************************************************
044100* 4100-SET-MEMBER-LIST - DERIVE THE REGION'S MEMBER SET: ONE     *
044200*                        MEMBER, OR .TNN TILES FOR A WIDE ART    *
044300*                        VIEWPORT                                *
044400*****************************************************************
044500 4100-SET-MEMBER-LIST.
044600     IF CTL-OUTPUT-MODE = SPACE
044700         SET CTL-MODE-ART TO TRUE
044800     END-IF.
044900     MOVE 1 TO WS-TILE-COUNT.
045000     MOVE ZERO TO WS-LABEL-LEN.
045100     COMPUTE WS-VIEW-WIDTH = CTL-X-HIGH - CTL-X-LOW + 1.
045200     IF CTL-MODE-ART AND WS-VIEW-WIDTH > 79
045300         COMPUTE WS-TILE-COUNT = (WS-VIEW-WIDTH + 78) / 79
045400         PERFORM VARYING WS-LABEL-IDX FROM 20 BY -1
045500                 UNTIL WS-LABEL-IDX < 1
045600                 OR WS-LABEL-LEN NOT = ZERO
045700             IF CTL-REGION-LABEL(WS-LABEL-IDX:1) NOT = SPACE
045800                 MOVE WS-LABEL-IDX TO WS-LABEL-LEN
045900             END-IF
046000         END-PERFORM
046100     END-IF.
046200 4100-EXIT.
046300     EXIT.
046400*****************************************************************
046500* 4200-CHECK-ONE-MEMBER - ONE MEMBER MUST BE ON RECONOUT AND     *
046600*                         VERIFIED                               *
046700*****************************************************************
046800 4200-CHECK-ONE-MEMBER.
046900     IF WS-TILE-COUNT = 1
047000         MOVE CTL-REGION-LABEL TO WS-MEMBER-LABEL
047100     ELSE
047200         MOVE SPACES TO WS-MEMBER-LABEL
047300         STRING CTL-REGION-LABEL(1:WS-LABEL-LEN)
047400                 DELIMITED BY SIZE
047500             ".T" DELIMITED BY SIZE
047600             WS-TILE-NUM DELIMITED BY SIZE
047700             INTO WS-MEMBER-LABEL
047800         END-STRING
047900     END-IF.
048000     MOVE ZERO TO WS-OUT-FOUND-IDX.
048100     PERFORM VARYING WS-OUTCOME-IDX FROM 1 BY 1
048200             UNTIL WS-OUTCOME-IDX > WS-OUTCOME-COUNT
048300             OR WS-OUT-FOUND-IDX NOT = ZERO
048400         IF WS-OUT-LABEL(WS-OUTCOME-IDX) = WS-MEMBER-LABEL
048500             MOVE WS-OUTCOME-IDX TO WS-OUT-FOUND-IDX
048600         END-IF
048700     END-PERFORM.
048800     IF WS-OUT-FOUND-IDX = ZERO
048900         MOVE "N" TO WS-ALL-VERIFIED-SW
049000         GO TO 4200-EXIT
049100     END-IF.
049200     IF WS-OUT-VALUE(WS-OUT-FOUND-IDX) NOT = "V"
049300         MOVE "N" TO WS-ALL-VERIFIED-SW
049400     END-IF.
049500 4200-EXIT.
049600     EXIT.
049700*****************************************************************
049800* 5000-PRINT-REQUEST - THE REQUEST'S STATUS LINE, AND A NOTE     *
049900*                      LINE WHEN THERE IS A REASON, A SIGN-OFF   *
050000*                      OR A MISSED NEEDED-BY DATE TO SHOW        *
050100*****************************************************************
050200 5000-PRINT-REQUEST.
050300     ADD 1 TO WS-PRINTED-COUNT.
050400     MOVE RQST-REQUEST-ID TO WS-DL-REQUEST-ID.
050500     MOVE RQST-REQUESTER TO WS-DL-REQUESTER.
050600     MOVE CTL-REGION-LABEL TO WS-DL-REGION.
050700     EVALUATE TRUE
050800         WHEN RQST-HELD
050900             MOVE "HELD" TO WS-DL-STATUS
051000             ADD 1 TO WS-HELD-COUNT
051100         WHEN RQST-APPROVED
051200             MOVE "APPROVED" TO WS-DL-STATUS
051300             ADD 1 TO WS-APPROVED-COUNT
051400         WHEN RQST-REJECTED
051500             MOVE "REJECTED" TO WS-DL-STATUS
051600             ADD 1 TO WS-REJECTED-COUNT
051700         WHEN RQST-CATALOGUED
051800             MOVE "CATALOGUED" TO WS-DL-STATUS
051900             ADD 1 TO WS-CATALOGUED-COUNT
052000         WHEN RQST-VERIFIED
052100             MOVE "VERIFIED" TO WS-DL-STATUS
052200             ADD 1 TO WS-VERIFIED-COUNT
052300         WHEN OTHER
052400             MOVE RQST-STATUS TO WS-DL-STATUS
052500     END-EVALUATE.
052600     MOVE SPACES TO WS-DL-SUBMITTED WS-DL-DECIDED
052700                    WS-DL-CATALOGED WS-DL-VERIFIED.
052800     IF RQST-SUBMIT-DATE NOT = ZERO
052900         MOVE RQST-SUBMIT-DATE TO WS-DL-SUBMITTED
053000     END-IF.
053100     MOVE RQST-NEEDED-BY-X TO WS-DL-NEEDED-BY.
053200     IF RQST-DECISION-DATE NOT = ZERO
053300         MOVE RQST-DECISION-DATE TO WS-DL-DECIDED
053400     END-IF.
053500     MOVE RQST-EST-MINUTES TO WS-DL-EST-MINUTES.
053600     IF RQST-CATALOG-DATE NOT = ZERO
053700         MOVE RQST-CATALOG-DATE TO WS-DL-CATALOGED
053800     END-IF.
053900     IF RQST-VERIFIED-DATE NOT = ZERO
054000         MOVE RQST-VERIFIED-DATE TO WS-DL-VERIFIED
054100     END-IF.
054200     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
054300     MOVE SPACES TO WS-NL-FLAG WS-NL-SIGNED.
054400     MOVE RQST-REASON TO WS-NL-REASON.
054500     IF RQST-VERIFIED
054600         IF RQST-VERIFIED-DATE > RQST-NEEDED-BY
054700             MOVE "LATE" TO WS-NL-FLAG
054800         END-IF
054900     ELSE
055000         IF NOT RQST-REJECTED
055100             AND WS-RUN-DATE > RQST-NEEDED-BY
055200             MOVE "OVERDUE" TO WS-NL-FLAG
055300             ADD 1 TO WS-OVERDUE-COUNT
055400         END-IF
055500     END-IF.
055600     IF RQST-SIGNED-OFF-BY NOT = SPACES
055700         STRING "SIGNED OFF BY " DELIMITED BY SIZE
055800             RQST-SIGNED-OFF-BY DELIMITED BY SIZE
055900             INTO WS-NL-SIGNED
056000         END-STRING
056100     END-IF.
056200     IF WS-NL-FLAG NOT = SPACES
056300         OR WS-NL-REASON NOT = SPACES
056400         OR WS-NL-SIGNED NOT = SPACES
056500         PERFORM 7150-WRITE-NOTE THRU 7150-EXIT
056600     END-IF.
056700 5000-EXIT.
056800     EXIT.
056900*****************************************************************
057000* 6000-PRINT-TOTALS - COUNTS BY STATUS FOR THE REQUESTS PRINTED  *
057100*****************************************************************
057200 6000-PRINT-TOTALS.
057300     IF WS-LINE-COUNT > WS-PAGE-LIMIT - 10
057400         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
057500     END-IF.
057600     MOVE "REQUESTS REPORTED" TO WS-TL-CAPTION.
057700     MOVE WS-PRINTED-COUNT TO WS-TL-COUNT.
057800     MOVE SPACES TO WS-PRINT-TEXT.
057900     MOVE WS-TOTAL-LINE TO WS-PRINT-TEXT.
058000     MOVE "0" TO WS-PRINT-CC.
058100     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
058200     ADD 2 TO WS-LINE-COUNT.
058300     MOVE "  HELD FOR SIGN-OFF" TO WS-TL-CAPTION.
058400     MOVE WS-HELD-COUNT TO WS-TL-COUNT.
058500     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
058600     MOVE "  APPROVED" TO WS-TL-CAPTION.
058700     MOVE WS-APPROVED-COUNT TO WS-TL-COUNT.
058800     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
058900     MOVE "  REJECTED" TO WS-TL-CAPTION.
059000     MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
059100     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
059200     MOVE "  CATALOGUED" TO WS-TL-CAPTION.
059300     MOVE WS-CATALOGUED-COUNT TO WS-TL-COUNT.
059400     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
059500     MOVE "  VERIFIED" TO WS-TL-CAPTION.
059600     MOVE WS-VERIFIED-COUNT TO WS-TL-COUNT.
059700     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
059800     MOVE "OVERDUE" TO WS-TL-CAPTION.
059900     MOVE WS-OVERDUE-COUNT TO WS-TL-COUNT.
060000     PERFORM 6100-WRITE-TOTAL THRU 6100-EXIT.
060100 6000-EXIT.
060200     EXIT.
060300*****************************************************************
060400* 6100-WRITE-TOTAL - ONE TOTAL LINE                              *
060500*****************************************************************
060600 6100-WRITE-TOTAL.
060700     MOVE SPACES TO WS-PRINT-TEXT.
060800     MOVE WS-TOTAL-LINE TO WS-PRINT-TEXT.
060900     MOVE " " TO WS-PRINT-CC.
061000     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
061100     ADD 1 TO WS-LINE-COUNT.
061200 6100-EXIT.
061300     EXIT.
061400*****************************************************************
061500* 7000-PRINT-PAGE-HEADING - NEW PAGE WITH THE RUN DATE AND       *
061600*                           COLUMN CAPTIONS                      *
061700*****************************************************************
061800 7000-PRINT-PAGE-HEADING.
061900     ADD 1 TO WS-PAGE-COUNT.
062000     MOVE WS-RUN-DATE TO WS-H1-DATE.
062100     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
062200     MOVE SPACES TO WS-PRINT-TEXT.
062300     MOVE WS-HEAD1 TO WS-PRINT-TEXT.
062400     MOVE "1" TO WS-PRINT-CC.
062500     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
062600     MOVE SPACES TO WS-PRINT-TEXT.
062700     MOVE WS-HEAD2 TO WS-PRINT-TEXT.
062800     MOVE "0" TO WS-PRINT-CC.
062900     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
063000     MOVE 3 TO WS-LINE-COUNT.
063100 7000-EXIT.
063200     EXIT.
063300*****************************************************************
063400* 7100-WRITE-DETAIL - ONE FORMATTED LINE WITH A PAGE BREAK WHEN  *
063500*                     THE PAGE IS FULL                           *
063600*****************************************************************
063700 7100-WRITE-DETAIL.
063800     IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
063900         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
064000     END-IF.
064100     MOVE SPACES TO WS-PRINT-TEXT.
064200     MOVE WS-DETAIL-LINE TO WS-PRINT-TEXT.
064300     MOVE " " TO WS-PRINT-CC.
064400     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
064500     ADD 1 TO WS-LINE-COUNT.
064600 7100-EXIT.
064700     EXIT.
064800*****************************************************************
064900* 7150-WRITE-NOTE - THE NOTE LINE UNDER A REQUEST, WITH A PAGE   *
065000*                   BREAK WHEN THE PAGE IS FULL                  *
065100*****************************************************************
065200 7150-WRITE-NOTE.
065300     IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
065400         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
065500     END-IF.
065600     MOVE SPACES TO WS-PRINT-TEXT.
065700     MOVE WS-NOTE-LINE TO WS-PRINT-TEXT.
065800     MOVE " " TO WS-PRINT-CC.
065900     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
066000     ADD 1 TO WS-LINE-COUNT.
066100 7150-EXIT.
066200     EXIT.
066300*****************************************************************
066400* 7200-WRITE-PRINT-LINE - PHYSICAL WRITE OF CC + TEXT            *
066500*****************************************************************
066600 7200-WRITE-PRINT-LINE.
066700     WRITE STAT-PRINT-RECORD FROM WS-PRINT-LINE.
066800     IF WS-RQSTRPT-STATUS NOT = "00"
066900         DISPLAY "RQSTSTAT - WRITE FAILED ON RQSTRPT - "
067000             "FILE STATUS " WS-RQSTRPT-STATUS
067100         MOVE 16 TO RETURN-CODE
067200     END-IF.
067300 7200-EXIT.
067400     EXIT.
067500*****************************************************************
067600* 8000-TERMINATE - CLOSE THE FILES, REPORT THE COUNTS AND SET    *
067700*                  THE CONDITION CODE                            *
067800*****************************************************************
067900 8000-TERMINATE.
068000     CLOSE REQUEST-MASTER-FILE.
068100     CLOSE REGION-CATALOG-FILE.
068200     CLOSE STAT-PRINT-FILE.
068300     DISPLAY "RQSTSTAT - REQUESTS ON FILE:        "
068400         WS-READ-COUNT.
068500     DISPLAY "RQSTSTAT - REQUESTS REPORTED:       "
068600         WS-PRINTED-COUNT.
068700     DISPLAY "RQSTSTAT - NEWLY CATALOGUED:        "
068800         WS-NEW-CAT-COUNT.
068900     DISPLAY "RQSTSTAT - NEWLY VERIFIED:          "
069000         WS-NEW-VER-COUNT.
069100     DISPLAY "RQSTSTAT - OVERDUE:                 "
069200         WS-OVERDUE-COUNT.
069300     IF RETURN-CODE = ZERO AND WS-PRINTED-COUNT = ZERO
069400         DISPLAY "RQSTSTAT - NO REQUESTS TO REPORT"
069500         MOVE 4 TO RETURN-CODE
069600     END-IF.
069700 8000-EXIT.
069800     EXIT.
069900*****************************************************************
070000* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
070100*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
070200*                      FIELDS FOR THE NEXT CALLER                *
070300*****************************************************************
070400 9500-JOURNAL-EVENT.
070500     MOVE "RQSTSTAT" TO JRNL-PROGRAM.
070600     CALL "JRNLWRT" USING JRNL-RECORD.
070700     MOVE SPACES TO JRNL-REGION-LABEL.
070800     MOVE SPACES TO JRNL-DETAIL.
070900     MOVE ZERO TO JRNL-RETURN-CODE.
071000 9500-EXIT.
071100     EXIT.
071200*****************************************************************
071300* 9999-EXIT - END OF JOB                                         *
071400*****************************************************************
071500 9999-EXIT.
071600     MOVE "END" TO JRNL-EVENT-TYPE.
071700     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
071800     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
071900     STOP RUN.
