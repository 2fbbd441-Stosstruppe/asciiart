000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FLIPBOOK.
000300 AUTHOR.        R L HUTCHENS.
000400 INSTALLATION.  MATH/SCIENCE APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* FLIPBOOK ASSEMBLES A ZOOMGEN FRAME SEQUENCE INTO ONE SEQUENCED *
000900* ANIMATION DATASET (FLIPREC ON FLIPOUT) - NO MORE CONCATENATING *
001000* .F001, .F002, ... ART MEMBERS BY HAND, AND NO MORE FLIPBOOKS   *
001100* THAT JUMP BECAUSE ONE FRAME WAS NEVER RENDERED OR WAS DEFERRED *
001200* AND NOBODY NOTICED.                                            *
001300*                                                                *
001400* THE FLIPCTL CARD NAMES THE SEED LABEL IN COLUMNS 1-20 AND,     *
001500* OPTIONALLY, THE FRAME COUNT IN COLUMNS 21-23. A BLANK COUNT    *
001600* TAKES THE HIGHEST .FNNN FRAME OF THE SEED ON THE REGION        *
001700* CATALOG. EVERY FRAME FROM .F001 TO THE LAST MUST THEN:         *
001800*   - BE ON THE CATALOG AS AN ART-MODE REGION,                   *
001900*   - HAVE BEEN VERIFIED BY RECONCIL ON RECONOUT - EVERY .TNN    *
002000*     TILE OF IT, FOR A WIDE FRAME - AND HAVE ITS SUMMARY        *
002100*     TRAILER AND ART OUTPUT ON FILE,                            *
002200*   - HAVE RENDERED THE SAME NUMBER OF ROWS AND COLUMNS AS THE   *
002300*     SEED. THE SEED'S SIZE COMES FROM ITS OWN CATALOG ENTRY     *
002400*     WHEN IT HAS ONE, OTHERWISE FROM FRAME .F001'S ENTRY, WHICH *
002500*     ZOOMGEN SIZES FROM THE SEED CARD.                          *
002600* ONE GAP STOPS THE ASSEMBLY: NOTHING IS WRITTEN TO FLIPOUT AND  *
002700* THE FLIPRPT REPORT LISTS EVERY MISSING OR UNVERIFIED FRAME     *
002800* WITH ITS REASON, EACH ALSO JOURNALED AS A REJECT EVENT.        *
002900*                                                                *
003000* THE FLIPBOOK IS A HEADER, THEN PER FRAME A SEPARATOR RECORD    *
003100* CARRYING THE FRAME NUMBER, CENTRE POINT AND SCALE FOLLOWED BY  *
003200* THE FRAME'S ART ROWS, THEN A TRAILER WITH THE TOTALS.          *
003300*                                                                *
003400* CONDITION CODES: 0 FLIPBOOK ASSEMBLED, 8 A FRAME IS MISSING OR *
003500* UNVERIFIED - NOTHING ASSEMBLED, 16 FILE OR CARD PROBLEM.       *
003600*                                                                *
003700* MOD LOG                                                        *
003800* DATE       INIT DESCRIPTION                                    *
003900* 2026-10-15 RLH  ORIGINAL.                                      *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT FLIP-CONTROL-FILE   ASSIGN TO FLIPCTL
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FLIPCTL-STATUS.
005000     SELECT OUTCOME-FILE        ASSIGN TO RECONOUT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RECONOUT-STATUS.
005300     SELECT REGION-CATALOG-FILE ASSIGN TO REGNCAT
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS RCAT-REGION-LABEL
005700         FILE STATUS IS WS-REGNCAT-STATUS.
005800     SELECT SUMMARY-INPUT-FILE  ASSIGN TO WS-SUMMARY-DSNAME
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-SUMIN-STATUS.
006100     SELECT ART-INPUT-FILE      ASSIGN TO WS-ART-DSNAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-ART-STATUS.
006400     SELECT FLIPBOOK-FILE       ASSIGN TO FLIPOUT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-FLIPOUT-STATUS.
006700     SELECT FLIP-PRINT-FILE     ASSIGN TO FLIPRPT
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-FLIPRPT-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  FLIP-CONTROL-FILE
007300     RECORDING MODE IS F.
007400 01  FLIP-CONTROL-RECORD        PIC X(80).
007500 FD  OUTCOME-FILE
007600     RECORDING MODE IS F.
007700 01  OUTCOME-INPUT-RECORD       PIC X(80).
007800 FD  REGION-CATALOG-FILE.
007900     COPY RCATREC.
008000 FD  SUMMARY-INPUT-FILE
008100     RECORDING MODE IS F.
008200 01  SUMMARY-INPUT-RECORD       PIC X(152).
008300 FD  ART-INPUT-FILE
008400     RECORDING MODE IS F.
008500 01  ART-INPUT-RECORD           PIC X(79).
008600 FD  FLIPBOOK-FILE
008700     RECORDING MODE IS F.
008800 01  FLIPBOOK-OUTPUT-RECORD     PIC X(100).
008900 FD  FLIP-PRINT-FILE
009000     RECORDING MODE IS F.
009100 01  FLIP-PRINT-RECORD          PIC X(133).
009200 WORKING-STORAGE SECTION.
009300*****************************************************************
009400* THE FRAME'S CONTROL CARD, THE RECONCILIATION OUTCOME RECORD,   *
009500* ONE SUMMARY RECORD AND ONE FLIPBOOK RECORD                     *
009600*****************************************************************
009700     COPY CTLCARD.
009800     COPY RECNREC.
009900     COPY SUMREC.
010000     COPY FLIPREC.
010100*****************************************************************
010200* RUN-EVENT JOURNAL - ONE STAMPED EVENT PER START, END AND       *
010300* NOTABLE EVENT, APPENDED THROUGH JRNLWRT                        *
010400*****************************************************************
010500     COPY JRNLREC.
010600*****************************************************************
010700* FLIPCTL REQUEST CARD - THE SEED AND, OPTIONALLY, THE FRAME     *
010800* COUNT                                                          *
010900*****************************************************************
011000 01  FLC-CONTROL-CARD.
011100     05  FLC-SEED-LABEL      PIC X(20).
011200     05  FLC-FRAME-COUNT-X   PIC X(03).
011300     05  FLC-FRAME-COUNT     REDEFINES FLC-FRAME-COUNT-X
011400                             PIC 9(03).
011500     05  FILLER              PIC X(57).
011600*****************************************************************
011700* SWITCHES AND COUNTERS                                          *
011800*****************************************************************
011900 01  WS-SWITCHES.
012000     05  WS-CTL-EOF-SW       PIC X(01)   VALUE "N".
012100         88  WS-CTL-EOF                  VALUE "Y".
012200     05  WS-OUT-EOF-SW       PIC X(01)   VALUE "N".
012300         88  WS-OUT-EOF                  VALUE "Y".
012400     05  WS-SCAN-DONE-SW     PIC X(01)   VALUE "N".
012500         88  WS-SCAN-DONE                VALUE "Y".
012600     05  WS-SUM-EOF-SW       PIC X(01)   VALUE "N".
012700         88  WS-SUM-EOF                  VALUE "Y".
012800     05  WS-ART-EOF-SW       PIC X(01)   VALUE "N".
012900         88  WS-ART-EOF                  VALUE "Y".
013000     05  WS-TRAILER-SEEN-SW  PIC X(01)   VALUE "N".
013100         88  WS-TRAILER-SEEN             VALUE "Y".
013200     05  WS-SEED-SIZE-SW     PIC X(01)   VALUE "N".
013300         88  WS-SEED-SIZE-KNOWN          VALUE "Y".
013400 01  WS-FLIPCTL-STATUS       PIC X(02)   VALUE SPACES.
013500 01  WS-RECONOUT-STATUS      PIC X(02)   VALUE SPACES.
013600 01  WS-REGNCAT-STATUS       PIC X(02)   VALUE SPACES.
013700 01  WS-SUMIN-STATUS         PIC X(02)   VALUE SPACES.
013800 01  WS-ART-STATUS           PIC X(02)   VALUE SPACES.
013900 01  WS-FLIPOUT-STATUS       PIC X(02)   VALUE SPACES.
014000 01  WS-FLIPRPT-STATUS       PIC X(02)   VALUE SPACES.
014100 77  WS-RUN-DATE             PIC 9(08).
014200 77  WS-VERIFIED-COUNT       PIC 9(03)   VALUE ZERO.
014300 77  WS-GAP-COUNT            PIC 9(03)   VALUE ZERO.
014400 77  WS-ROWS-WRITTEN         PIC 9(07)   VALUE ZERO.
014500*****************************************************************
014600* RECONCILIATION OUTCOMES, KEYED IN STORAGE BY MEMBER LABEL      *
014700*****************************************************************
014800 01  WS-OUTCOME-TABLE.
014900     05  WS-OUTCOME-ENTRY    OCCURS 600 TIMES.
015000         10  WS-OUT-LABEL        PIC X(20).
015100         10  WS-OUT-VALUE        PIC X(01).
015200 77  WS-OUTCOME-COUNT        PIC 9(03)   VALUE ZERO.
015300 77  WS-OUTCOME-IDX          PIC 9(03).
015400 77  WS-OUT-FOUND-IDX        PIC 9(03).
015500 77  WS-OUT-DROPPED-COUNT    PIC 9(03)   VALUE ZERO.
015600*****************************************************************
015700* THE SEED - ITS LABEL, THE .F PREFIX ITS FRAMES SHARE, AND THE  *
015800* SIZE EVERY FRAME MUST MATCH                                    *
015900*****************************************************************
016000 01  WS-SEED-LABEL           PIC X(20).
016100 77  WS-SEED-LABEL-LEN       PIC 9(02).
016200 01  WS-FRAME-PREFIX         PIC X(20).
016300 77  WS-PREFIX-LEN           PIC 9(02).
016400 77  WS-SEED-ROWS            PIC 9(04)   VALUE ZERO.
016500 77  WS-SEED-COLS            PIC 9(04)   VALUE ZERO.
016600 01  WS-SEED-SOURCE          PIC X(20)   VALUE SPACES.
016700 77  WS-SCAN-NUM             PIC 9(03).
016800 77  WS-LABEL-IDX            PIC 9(02).
016900*****************************************************************
017000* THE FRAMES, VERIFIED IN FULL BEFORE ANY IS ASSEMBLED           *
017100*****************************************************************
017200 01  WS-FRAME-TABLE.
017300     05  WS-FRAME-ENTRY      OCCURS 998 TIMES.
017400         10  WS-FRM-LABEL        PIC X(20).
017500         10  WS-FRM-CARD         PIC X(120).
017600         10  WS-FRM-STATUS       PIC X(01).
017700             88  WS-FRM-VERIFIED         VALUE "V".
017800             88  WS-FRM-GAP              VALUE "G".
017900         10  WS-FRM-REASON       PIC X(40).
018000         10  WS-FRM-TILE-CNT     PIC 9(02).
018100         10  WS-FRM-ROWS         PIC 9(04).
018200         10  WS-FRM-COLS         PIC 9(04).
018300         10  WS-FRM-CENTER-A     PIC S9(4)V9(9).
018400         10  WS-FRM-CENTER-B     PIC S9(4)V9(9).
018500 77  WS-FRAME-COUNT          PIC 9(03)   VALUE ZERO.
018600 77  WS-FRAME-IDX            PIC 9(03).
018700 77  WS-FRAME-NUM            PIC 9(03).
018800*****************************************************************
018900* MEMBER WALKING - A WIDE FRAME'S OUTPUT LIVES IN .TNN TILE      *
019000* MEMBERS; A PLAIN FRAME IS A ONE-MEMBER SET                     *
019100*****************************************************************
019200 01  WS-MEMBER-LABEL         PIC X(20).
019300 01  WS-MEMBER-REASON        PIC X(40).
019400 01  WS-MEMBER-TEXT          PIC X(40).
019500 77  WS-FAIL-TILE            PIC 9(02).
019600 77  WS-VIEW-WIDTH           PIC 9(04).
019700 77  WS-TILE-COUNT           PIC 9(02).
019800 77  WS-TILE-NUM             PIC 9(02).
019900 77  WS-FRAME-LABEL-LEN      PIC 9(02).
020000 77  WS-MEMBER-ROWS          PIC 9(05).
020100 77  WS-TILE1-ROWS           PIC 9(05).
020200 77  WS-ROWS-ED              PIC Z(3)9.
020300 77  WS-SEED-ED              PIC Z(3)9.
020400 01  WS-ART-ROW              PIC X(79).
020500*****************************************************************
020600* DERIVED DATASET NAMES - THE SAME MEMBER-LABEL NAMING THE       *
020700* RENDER PROGRAM USES                                            *
020800*****************************************************************
020900 01  WS-SUMMARY-DSNAME       PIC X(40).
021000 01  WS-ART-DSNAME           PIC X(40).
021100*****************************************************************
021200* PRINT CONTROL - ASA CARRIAGE CONTROL IN COLUMN 1               *
021300*****************************************************************
021400 01  WS-PRINT-LINE.
021500     05  WS-PRINT-CC         PIC X(01).
021600     05  WS-PRINT-TEXT       PIC X(132).
021700 77  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
021800 77  WS-PAGE-COUNT           PIC 9(05)   VALUE ZERO.
021900 77  WS-PAGE-LIMIT           PIC 9(03)   VALUE 60.
022000*****************************************************************
022100* HEADING, DETAIL AND SUMMARY LINE IMAGES                        *
022200*****************************************************************
022300 01  WS-HEAD1.
022400     05  FILLER              PIC X(25)
022500         VALUE "FLIPBOOK ASSEMBLY - SEED ".
022600     05  WS-H1-SEED          PIC X(20).
022700     05  FILLER              PIC X(06)   VALUE " DATE ".
022800     05  WS-H1-DATE          PIC 9(08).
022900     05  FILLER              PIC X(06)   VALUE " PAGE ".
023000     05  WS-H1-PAGE          PIC ZZZZ9.
023100     05  FILLER              PIC X(62)   VALUE SPACES.
023200 01  WS-HEAD2.
023300     05  FILLER              PIC X(27)
023400         VALUE "FRM  FRAME LABEL".
023500     05  FILLER              PIC X(26)
023600         VALUE "OK?  ROWS  COLS   CENTRE-A".
023700     05  FILLER              PIC X(31)
023800         VALUE "        CENTRE-B          SCALE".
023900     05  FILLER              PIC X(48)   VALUE "        REASON".
024000 01  WS-DETAIL-LINE.
024100     05  WS-DL-FRAME         PIC 9(03).
024200     05  FILLER              PIC X(02)   VALUE SPACES.
024300     05  WS-DL-LABEL         PIC X(20).
024400     05  FILLER              PIC X(02)   VALUE SPACES.
024500     05  WS-DL-STATUS        PIC X(03).
024600     05  FILLER              PIC X(02)   VALUE SPACES.
024700     05  WS-DL-ROWS          PIC ZZZ9.
024800     05  FILLER              PIC X(02)   VALUE SPACES.
024900     05  WS-DL-COLS          PIC ZZZ9.
025000     05  FILLER              PIC X(02)   VALUE SPACES.
025100     05  WS-DL-CENTER-A      PIC -ZZZ9.9(9).
025200     05  FILLER              PIC X(02)   VALUE SPACES.
025300     05  WS-DL-CENTER-B      PIC -ZZZ9.9(9).
025400     05  FILLER              PIC X(02)   VALUE SPACES.
025500     05  WS-DL-SCALE         PIC -9.9(9).
025600     05  FILLER              PIC X(02)   VALUE SPACES.
025700     05  WS-DL-REASON        PIC X(40).
025800 01  WS-SIZE-LINE.
025900     05  FILLER              PIC X(10)   VALUE "SEED SIZE ".
026000     05  WS-SL-ROWS          PIC ZZZ9.
026100     05  FILLER              PIC X(09)   VALUE " ROWS BY ".
026200     05  WS-SL-COLS          PIC ZZZ9.
026300     05  FILLER              PIC X(15)   VALUE " COLUMNS, FROM ".
026400     05  WS-SL-SOURCE        PIC X(20).
026500     05  FILLER              PIC X(70)   VALUE SPACES.
026600 01  WS-TOTAL-LINE.
026700     05  WS-TL-TEXT          PIC X(40).
026800     05  WS-TL-COUNT         PIC ZZ9.
026900     05  FILLER              PIC X(04)   VALUE " OF ".
027000     05  WS-TL-FRAMES        PIC ZZ9.
027100     05  FILLER              PIC X(08)   VALUE " FRAMES ".
027200     05  WS-TL-TAIL          PIC X(74).
027300 PROCEDURE DIVISION.
027400*****************************************************************
027500* 0000-MAINLINE - OVERALL CONTROL                                *
027600*****************************************************************
027700 0000-MAINLINE.
027800     MOVE ZERO TO RETURN-CODE.
027900     MOVE SPACES TO JRNL-RECORD.
028000     MOVE ZERO TO JRNL-RETURN-CODE.
028100     MOVE "START" TO JRNL-EVENT-TYPE.
028200     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028400     IF RETURN-CODE NOT = ZERO
028500         GO TO 9999-EXIT
028600     END-IF.
028700     PERFORM 2000-FIND-FRAMES THRU 2000-EXIT.
028800     IF RETURN-CODE NOT = ZERO
028900         CLOSE REGION-CATALOG-FILE
029000         CLOSE FLIP-PRINT-FILE
029100         GO TO 9999-EXIT
029200     END-IF.
029300     PERFORM 3000-VERIFY-FRAME THRU 3000-EXIT
029400         VARYING WS-FRAME-IDX FROM 1 BY 1
029500         UNTIL WS-FRAME-IDX > WS-FRAME-COUNT.
029600     CLOSE REGION-CATALOG-FILE.
029700     IF WS-GAP-COUNT = ZERO
029800         PERFORM 4000-ASSEMBLE-FLIPBOOK THRU 4000-EXIT
029900     END-IF.
030000     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
030100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
030200     GO TO 9999-EXIT.
030300*****************************************************************
030400* 1000-INITIALIZE - READ AND EDIT THE REQUEST CARD, LOAD THE     *
030500*                   RECONCILIATION OUTCOME AND OPEN THE CATALOG  *
030600*                   AND THE REPORT                               *
030700*****************************************************************
030800 1000-INITIALIZE.
030900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031000     OPEN INPUT FLIP-CONTROL-FILE.
031100     IF WS-FLIPCTL-STATUS NOT = "00"
031200         DISPLAY "FLIPBOOK - UNABLE TO OPEN FLIPCTL - "
031300             "FILE STATUS " WS-FLIPCTL-STATUS
031400         MOVE 16 TO RETURN-CODE
031500         GO TO 1000-EXIT
031600     END-IF.
031700     READ FLIP-CONTROL-FILE INTO FLC-CONTROL-CARD
031800         AT END SET WS-CTL-EOF TO TRUE
031900     END-READ.
032000     CLOSE FLIP-CONTROL-FILE.
032100     IF WS-CTL-EOF
032200         DISPLAY "FLIPBOOK - BAD CONTROL CARD - FLIPCTL IS "
032300             "EMPTY"
032400         MOVE 16 TO RETURN-CODE
032500         GO TO 1000-EXIT
032600     END-IF.
032700     IF FLC-SEED-LABEL = SPACES
032800         DISPLAY "FLIPBOOK - BAD CONTROL CARD - THE SEED LABEL "
032900             "MUST BE GIVEN IN COLUMNS 1-20"
033000         MOVE 16 TO RETURN-CODE
033100         GO TO 1000-EXIT
033200     END-IF.
033300     IF FLC-FRAME-COUNT-X NOT = SPACES
033400         AND (FLC-FRAME-COUNT NOT NUMERIC
033500             OR FLC-FRAME-COUNT = ZERO
033600             OR FLC-FRAME-COUNT > 998)
033700         DISPLAY "FLIPBOOK - BAD CONTROL CARD - THE FRAME "
033800             "COUNT IN COLUMNS 21-23 MUST BE 001-998 OR BLANK"
033900         MOVE 16 TO RETURN-CODE
034000         GO TO 1000-EXIT
034100     END-IF.
034200     MOVE FLC-SEED-LABEL TO WS-SEED-LABEL.
034300     MOVE ZERO TO WS-SEED-LABEL-LEN.
034400     PERFORM VARYING WS-LABEL-IDX FROM 20 BY -1
034500             UNTIL WS-LABEL-IDX < 1
034600             OR WS-SEED-LABEL-LEN NOT = ZERO
034700         IF WS-SEED-LABEL(WS-LABEL-IDX:1) NOT = SPACE
034800             MOVE WS-LABEL-IDX TO WS-SEED-LABEL-LEN
034900         END-IF
035000     END-PERFORM.
035100     IF WS-SEED-LABEL-LEN > 15
035200         DISPLAY "FLIPBOOK - BAD CONTROL CARD - A SEED LABEL "
035300             "OVER 15 CHARACTERS CANNOT CARRY .FNNN FRAMES"
035400         MOVE 16 TO RETURN-CODE
035500         GO TO 1000-EXIT
035600     END-IF.
035700     MOVE SPACES TO WS-FRAME-PREFIX.
035800     STRING WS-SEED-LABEL(1:WS-SEED-LABEL-LEN)
035900             DELIMITED BY SIZE
036000         ".F" DELIMITED BY SIZE
036100         INTO WS-FRAME-PREFIX
036200     END-STRING.
036300     COMPUTE WS-PREFIX-LEN = WS-SEED-LABEL-LEN + 2.
036400     COMPUTE WS-FRAME-LABEL-LEN = WS-PREFIX-LEN + 3.
036500     OPEN INPUT OUTCOME-FILE.
036600     IF WS-RECONOUT-STATUS NOT = "00"
036700         DISPLAY "FLIPBOOK - UNABLE TO OPEN RECONOUT - "
036800             "FILE STATUS " WS-RECONOUT-STATUS
036900             " - NO FRAME CAN BE SHOWN VERIFIED"
037000         MOVE 16 TO RETURN-CODE
037100         GO TO 1000-EXIT
037200     END-IF.
037300     PERFORM 1100-LOAD-ONE-OUTCOME THRU 1100-EXIT
037400         UNTIL WS-OUT-EOF.
037500     CLOSE OUTCOME-FILE.
037600     IF WS-OUT-DROPPED-COUNT > ZERO
037700         DISPLAY "FLIPBOOK - OUTCOME TABLE FULL AT 600 ENTRIES "
037800             "- " WS-OUT-DROPPED-COUNT " RECORDS NOT LOADED - "
037900             "RAISE THE TABLE LIMIT"
038000         MOVE 16 TO RETURN-CODE
038100         GO TO 1000-EXIT
038200     END-IF.
038300     OPEN INPUT REGION-CATALOG-FILE.
038400     IF WS-REGNCAT-STATUS NOT = "00"
038500         DISPLAY "FLIPBOOK - UNABLE TO OPEN REGNCAT - "
038600             "FILE STATUS " WS-REGNCAT-STATUS
038700         MOVE 16 TO RETURN-CODE
038800         GO TO 1000-EXIT
038900     END-IF.
039000     OPEN OUTPUT FLIP-PRINT-FILE.
039100     IF WS-FLIPRPT-STATUS NOT = "00"
039200         DISPLAY "FLIPBOOK - UNABLE TO OPEN FLIPRPT - "
039300             "FILE STATUS " WS-FLIPRPT-STATUS
039400         CLOSE REGION-CATALOG-FILE
039500         MOVE 16 TO RETURN-CODE
039600     END-IF.
039700 1000-EXIT.
039800     EXIT.
039900*****************************************************************
040000* 1100-LOAD-ONE-OUTCOME - POST ONE TYPE-R MEMBER OUTCOME TO THE  *
040100*                         TABLE                                  *
040200*****************************************************************
040300 1100-LOAD-ONE-OUTCOME.
040400     READ OUTCOME-FILE INTO REC-RECORD
040500         AT END SET WS-OUT-EOF TO TRUE
040600     END-READ.
040700     IF WS-OUT-EOF OR NOT REC-TYPE-REGION
040800         GO TO 1100-EXIT
040900     END-IF.
041000     IF WS-OUTCOME-COUNT NOT < 600
041100         ADD 1 TO WS-OUT-DROPPED-COUNT
041200         GO TO 1100-EXIT
041300     END-IF.
041400     ADD 1 TO WS-OUTCOME-COUNT.
041500     MOVE REC-REGION-LABEL
041600         TO WS-OUT-LABEL(WS-OUTCOME-COUNT).
041700     MOVE REC-OUTCOME TO WS-OUT-VALUE(WS-OUTCOME-COUNT).
041800 1100-EXIT.
041900     EXIT.
042000*****************************************************************
042100* 2000-FIND-FRAMES - FIX THE FRAME COUNT - FROM THE CARD, OR THE *
042200*                    HIGHEST .FNNN FRAME OF THE SEED ON THE      *
042300*                    CATALOG - AND THE SIZE EVERY FRAME MUST     *
042400*                    MATCH                                       *
042500*****************************************************************
042600 2000-FIND-FRAMES.
042700     IF FLC-FRAME-COUNT-X NOT = SPACES
042800         MOVE FLC-FRAME-COUNT TO WS-FRAME-COUNT
042900     ELSE
043000         MOVE WS-FRAME-PREFIX TO RCAT-REGION-LABEL
043100         START REGION-CATALOG-FILE
043200             KEY NOT < RCAT-REGION-LABEL
043300             INVALID KEY SET WS-SCAN-DONE TO TRUE
043400         END-START
043500         PERFORM 2100-SCAN-ONE-ENTRY THRU 2100-EXIT
043600             UNTIL WS-SCAN-DONE
043700     END-IF.
043800     IF WS-FRAME-COUNT = ZERO
043900         DISPLAY "FLIPBOOK - NO " WS-FRAME-PREFIX
044000             "NNN FRAMES ARE ON THE CATALOG - RUN ZOOMGEN AND "
044100             "LOAD ITS FRAMES FIRST"
044200         MOVE 16 TO RETURN-CODE
044300         GO TO 2000-EXIT
044400     END-IF.
044500*    THE SEED'S OWN ENTRY GIVES THE SIZE; A SEED THAT NEVER
044600*    WENT ON THE CATALOG LEAVES FRAME .F001, WHICH ZOOMGEN
044700*    SIZED FROM THE SEED CARD.
044800     MOVE WS-SEED-LABEL TO RCAT-REGION-LABEL.
044900     MOVE "SEED ENTRY" TO WS-SEED-SOURCE.
045000     READ REGION-CATALOG-FILE
045100         INVALID KEY CONTINUE
045200     END-READ.
045300     IF WS-REGNCAT-STATUS NOT = "00"
045400         MOVE SPACES TO RCAT-REGION-LABEL
045500         STRING WS-FRAME-PREFIX(1:WS-PREFIX-LEN)
045600                 DELIMITED BY SIZE
045700             "001" DELIMITED BY SIZE
045800             INTO RCAT-REGION-LABEL
045900         END-STRING
046000         MOVE "FRAME .F001 ENTRY" TO WS-SEED-SOURCE
046100         READ REGION-CATALOG-FILE
046200             INVALID KEY CONTINUE
046300         END-READ
046400     END-IF.
046500     IF WS-REGNCAT-STATUS = "00"
046600         MOVE RCAT-CARD-IMAGE TO CTL-CARD-AREA
046700         COMPUTE WS-SEED-ROWS = CTL-Y-HIGH - CTL-Y-LOW + 1
046800         COMPUTE WS-SEED-COLS = CTL-X-HIGH - CTL-X-LOW + 1
046900         SET WS-SEED-SIZE-KNOWN TO TRUE
047000         DISPLAY "FLIPBOOK - SEED " WS-SEED-LABEL " - "
047100             WS-FRAME-COUNT " FRAMES OF " WS-SEED-ROWS
047200             " ROWS BY " WS-SEED-COLS " COLUMNS"
047300     ELSE
047400         MOVE "NOWHERE - NO ENTRY" TO WS-SEED-SOURCE
047500         DISPLAY "FLIPBOOK - SEED " WS-SEED-LABEL " - "
047600             "NEITHER THE SEED NOR FRAME .F001 IS ON THE "
047700             "CATALOG - FRAME SIZES CANNOT BE CHECKED"
047800     END-IF.
047900 2000-EXIT.
048000     EXIT.
048100*****************************************************************
048200* 2100-SCAN-ONE-ENTRY - NOTE ONE CATALOG ENTRY'S FRAME NUMBER    *
048300*                       WHILE THE LABELS STILL CARRY THE SEED'S  *
048400*                       .F PREFIX                                *
048500*****************************************************************
048600 2100-SCAN-ONE-ENTRY.
048700     READ REGION-CATALOG-FILE NEXT RECORD
048800         AT END SET WS-SCAN-DONE TO TRUE
048900     END-READ.
049000     IF WS-SCAN-DONE
049100         GO TO 2100-EXIT
049200     END-IF.
049300     IF RCAT-REGION-LABEL(1:WS-PREFIX-LEN)
049400         NOT = WS-FRAME-PREFIX(1:WS-PREFIX-LEN)
049500         SET WS-SCAN-DONE TO TRUE
049600         GO TO 2100-EXIT
049700     END-IF.
049800     IF RCAT-REGION-LABEL(WS-PREFIX-LEN + 1:3) NOT NUMERIC
049900         GO TO 2100-EXIT
050000     END-IF.
050100     IF WS-FRAME-LABEL-LEN < 20
050200         IF RCAT-REGION-LABEL(WS-FRAME-LABEL-LEN + 1:)
050300             NOT = SPACES
050400             GO TO 2100-EXIT
050500         END-IF
050600     END-IF.
050700     MOVE RCAT-REGION-LABEL(WS-PREFIX-LEN + 1:3) TO WS-SCAN-NUM.
050800     IF WS-SCAN-NUM > WS-FRAME-COUNT AND WS-SCAN-NUM < 999
050900         MOVE WS-SCAN-NUM TO WS-FRAME-COUNT
051000     END-IF.
051100 2100-EXIT.
051200     EXIT.
051300*****************************************************************
051400* 3000-VERIFY-FRAME - CHECK ONE FRAME END TO END. THE FIRST      *
051500*                     FAILURE IS THE FRAME'S REASON.             *
051600*****************************************************************
051700 3000-VERIFY-FRAME.
051800     MOVE WS-FRAME-IDX TO WS-FRAME-NUM.
051900     MOVE SPACES TO WS-FRM-LABEL(WS-FRAME-IDX).
052000     STRING WS-FRAME-PREFIX(1:WS-PREFIX-LEN) DELIMITED BY SIZE
052100         WS-FRAME-NUM DELIMITED BY SIZE
052200         INTO WS-FRM-LABEL(WS-FRAME-IDX)
052300     END-STRING.
052400     MOVE SPACES TO WS-FRM-CARD(WS-FRAME-IDX).
052500     MOVE SPACES TO WS-FRM-REASON(WS-FRAME-IDX).
052600     MOVE ZERO TO WS-FRM-TILE-CNT(WS-FRAME-IDX).
052700     MOVE ZERO TO WS-FRM-ROWS(WS-FRAME-IDX).
052800     MOVE ZERO TO WS-FRM-COLS(WS-FRAME-IDX).
052900     MOVE ZERO TO WS-FRM-CENTER-A(WS-FRAME-IDX).
053000     MOVE ZERO TO WS-FRM-CENTER-B(WS-FRAME-IDX).
053100     MOVE WS-FRM-LABEL(WS-FRAME-IDX) TO RCAT-REGION-LABEL.
053200     READ REGION-CATALOG-FILE
053300         INVALID KEY CONTINUE
053400     END-READ.
053500     IF WS-REGNCAT-STATUS NOT = "00"
053600         MOVE "FRAME IS NOT ON THE CATALOG"
053700             TO WS-FRM-REASON(WS-FRAME-IDX)
053800         PERFORM 3900-POST-GAP THRU 3900-EXIT
053900         GO TO 3000-EXIT
054000     END-IF.
054100     MOVE RCAT-CARD-IMAGE TO CTL-CARD-AREA.
054200     IF CTL-OUTPUT-MODE = SPACE
054300         SET CTL-MODE-ART TO TRUE
054400     END-IF.
054500     MOVE CTL-CARD-AREA TO WS-FRM-CARD(WS-FRAME-IDX).
054600     COMPUTE WS-FRM-CENTER-A(WS-FRAME-IDX) ROUNDED =
054700         ((CTL-X-LOW + CTL-X-HIGH) / 2) * CTL-CA-SCALE.
054800     COMPUTE WS-FRM-CENTER-B(WS-FRAME-IDX) ROUNDED =
054900         ((CTL-Y-LOW + CTL-Y-HIGH) / 2) * CTL-CB-SCALE.
055000     IF NOT CTL-MODE-ART
055100         MOVE "FRAME IS NOT AN ART-MODE REGION"
055200             TO WS-FRM-REASON(WS-FRAME-IDX)
055300         PERFORM 3900-POST-GAP THRU 3900-EXIT
055400         GO TO 3000-EXIT
055500     END-IF.
055600     MOVE 1 TO WS-TILE-COUNT.
055700     COMPUTE WS-VIEW-WIDTH = CTL-X-HIGH - CTL-X-LOW + 1.
055800     IF WS-VIEW-WIDTH > 79
055900         COMPUTE WS-TILE-COUNT = (WS-VIEW-WIDTH + 78) / 79
056000     END-IF.
056100     MOVE WS-TILE-COUNT TO WS-FRM-TILE-CNT(WS-FRAME-IDX).
056200     MOVE SPACES TO WS-MEMBER-REASON.
056300     MOVE ZERO TO WS-TILE1-ROWS.
056400     PERFORM 3100-VERIFY-ONE-MEMBER THRU 3100-EXIT
056500         VARYING WS-TILE-NUM FROM 1 BY 1
056600         UNTIL WS-TILE-NUM > WS-TILE-COUNT
056700             OR WS-MEMBER-REASON NOT = SPACES.
056800     IF WS-MEMBER-REASON NOT = SPACES
056900         AND WS-TILE-COUNT > 1
057000         MOVE WS-MEMBER-REASON TO WS-MEMBER-TEXT
057100         MOVE SPACES TO WS-MEMBER-REASON
057200         STRING ".T" DELIMITED BY SIZE
057300             WS-FAIL-TILE DELIMITED BY SIZE
057400             " " DELIMITED BY SIZE
057500             WS-MEMBER-TEXT DELIMITED BY SIZE
057600             INTO WS-MEMBER-REASON
057700         END-STRING
057800     END-IF.
057900     IF WS-MEMBER-REASON NOT = SPACES
058000         MOVE WS-MEMBER-REASON TO WS-FRM-REASON(WS-FRAME-IDX)
058100         PERFORM 3900-POST-GAP THRU 3900-EXIT
058200         GO TO 3000-EXIT
058300     END-IF.
058400     MOVE WS-TILE1-ROWS TO WS-FRM-ROWS(WS-FRAME-IDX).
058500     IF WS-SEED-SIZE-KNOWN
058600         AND WS-FRM-ROWS(WS-FRAME-IDX) NOT = WS-SEED-ROWS
058700         MOVE WS-FRM-ROWS(WS-FRAME-IDX) TO WS-ROWS-ED
058800         MOVE WS-SEED-ROWS TO WS-SEED-ED
058900         STRING "RENDERED" DELIMITED BY SIZE
059000             WS-ROWS-ED DELIMITED BY SIZE
059100             " ROWS - THE SEED HAS" DELIMITED BY SIZE
059200             WS-SEED-ED DELIMITED BY SIZE
059300             INTO WS-FRM-REASON(WS-FRAME-IDX)
059400         END-STRING
059500         PERFORM 3900-POST-GAP THRU 3900-EXIT
059600         GO TO 3000-EXIT
059700     END-IF.
059800     IF WS-SEED-SIZE-KNOWN
059900         AND WS-FRM-COLS(WS-FRAME-IDX) NOT = WS-SEED-COLS
060000         MOVE WS-FRM-COLS(WS-FRAME-IDX) TO WS-ROWS-ED
060100         MOVE WS-SEED-COLS TO WS-SEED-ED
060200         STRING "RENDERED" DELIMITED BY SIZE
060300             WS-ROWS-ED DELIMITED BY SIZE
060400             " COLUMNS - THE SEED HAS" DELIMITED BY SIZE
060500             WS-SEED-ED DELIMITED BY SIZE
060600             INTO WS-FRM-REASON(WS-FRAME-IDX)
060700         END-STRING
060800         PERFORM 3900-POST-GAP THRU 3900-EXIT
060900         GO TO 3000-EXIT
061000     END-IF.
061100     SET WS-FRM-VERIFIED(WS-FRAME-IDX) TO TRUE.
061200     ADD 1 TO WS-VERIFIED-COUNT.
061300 3000-EXIT.
061400     EXIT.
061500*****************************************************************
061600* 3100-VERIFY-ONE-MEMBER - ONE MEMBER OF THE FRAME: VERIFIED ON  *
061700*                          RECONOUT, SUMMARY TRAILER AND ART     *
061800*                          OUTPUT ON FILE, AND - FOR A TILE -    *
061900*                          THE SAME ROW COUNT AS TILE .T01. THE  *
062000*                          TRAILERS' WIDTHS ADD UP TO THE        *
062100*                          FRAME'S RENDERED COLUMNS.             *
062200*****************************************************************
062300 3100-VERIFY-ONE-MEMBER.
062400     MOVE WS-TILE-NUM TO WS-FAIL-TILE.
062500     PERFORM 3200-BUILD-MEMBER-LABEL THRU 3200-EXIT.
062600     PERFORM 3300-FIND-OUTCOME THRU 3300-EXIT.
062700     IF WS-OUT-FOUND-IDX = ZERO
062800         MOVE "NEVER RECONCILED - NOT ON RECONOUT"
062900             TO WS-MEMBER-REASON
063000         GO TO 3100-EXIT
063100     END-IF.
063200     IF WS-OUT-VALUE(WS-OUT-FOUND-IDX) = "D"
063300         MOVE "DEFERRED - FOLLOW-ON LEG STILL TO RUN"
063400             TO WS-MEMBER-REASON
063500         GO TO 3100-EXIT
063600     END-IF.
063700     IF WS-OUT-VALUE(WS-OUT-FOUND-IDX) NOT = "V"
063800         MOVE "MISMATCHED - OUTPUT DID NOT RECONCILE"
063900             TO WS-MEMBER-REASON
064000         GO TO 3100-EXIT
064100     END-IF.
064200     PERFORM 3400-BUILD-DATASET-NAMES THRU 3400-EXIT.
064300     PERFORM 3500-READ-MEMBER-SUMMARY THRU 3500-EXIT.
064400     IF NOT WS-TRAILER-SEEN
064500         MOVE "SUMMARY DATASET MISSING OR INCOMPLETE"
064600             TO WS-MEMBER-REASON
064700         GO TO 3100-EXIT
064800     END-IF.
064900     PERFORM 3600-COUNT-ART-ROWS THRU 3600-EXIT.
065000     IF WS-ART-STATUS NOT = "00" AND WS-ART-STATUS NOT = "10"
065100         MOVE "ART OUTPUT DATASET MISSING"
065200             TO WS-MEMBER-REASON
065300         GO TO 3100-EXIT
065400     END-IF.
065500     IF WS-TILE-NUM = 1
065600         MOVE WS-MEMBER-ROWS TO WS-TILE1-ROWS
065700     ELSE
065800         IF WS-MEMBER-ROWS NOT = WS-TILE1-ROWS
065900             MOVE "ROW COUNT DISAGREES WITH TILE .T01"
066000                 TO WS-MEMBER-REASON
066100         END-IF
066200     END-IF.
066300 3100-EXIT.
066400     EXIT.
066500*****************************************************************
066600* 3200-BUILD-MEMBER-LABEL - THE MEMBER LABEL FOR THE CURRENT     *
066700*                           TILE NUMBER - THE PLAIN FRAME LABEL  *
066800*                           WHEN THE FRAME IS NOT TILED          *
066900*****************************************************************
067000 3200-BUILD-MEMBER-LABEL.
067100     IF WS-TILE-COUNT = 1
067200         MOVE WS-FRM-LABEL(WS-FRAME-IDX) TO WS-MEMBER-LABEL
067300         GO TO 3200-EXIT
067400     END-IF.
067500     MOVE SPACES TO WS-MEMBER-LABEL.
067600     STRING WS-FRM-LABEL(WS-FRAME-IDX)(1:WS-FRAME-LABEL-LEN)
067700             DELIMITED BY SIZE
067800         ".T" DELIMITED BY SIZE
067900         WS-TILE-NUM DELIMITED BY SIZE
068000         INTO WS-MEMBER-LABEL
068100     END-STRING.
068200 3200-EXIT.
068300     EXIT.
068400*****************************************************************
068500* 3300-FIND-OUTCOME - LOOK UP THE MEMBER'S RECONCILIATION        *
068600*                     OUTCOME. ZERO MEANS RECONCIL NEVER SAW IT. *
068700*****************************************************************
068800 3300-FIND-OUTCOME.
068900     MOVE ZERO TO WS-OUT-FOUND-IDX.
069000     PERFORM VARYING WS-OUTCOME-IDX FROM 1 BY 1
069100             UNTIL WS-OUTCOME-IDX > WS-OUTCOME-COUNT
069200             OR WS-OUT-FOUND-IDX NOT = ZERO
069300         IF WS-OUT-LABEL(WS-OUTCOME-IDX) = WS-MEMBER-LABEL
069400             MOVE WS-OUTCOME-IDX TO WS-OUT-FOUND-IDX
069500         END-IF
069600     END-PERFORM.
069700 3300-EXIT.
069800     EXIT.
069900*****************************************************************
070000* 3400-BUILD-DATASET-NAMES - THE SAME MEMBER-LABEL NAMING THE    *
070100*                            RENDER PROGRAM USES                 *
070200*****************************************************************
070300 3400-BUILD-DATASET-NAMES.
070400     MOVE SPACES TO WS-SUMMARY-DSNAME
070500                    WS-ART-DSNAME.
070600     STRING "SUMOUT." DELIMITED BY SIZE
070700         WS-MEMBER-LABEL DELIMITED BY SPACE
070800         INTO WS-SUMMARY-DSNAME
070900     END-STRING.
071000     STRING "ARTOUT." DELIMITED BY SIZE
071100         WS-MEMBER-LABEL DELIMITED BY SPACE
071200         INTO WS-ART-DSNAME
071300     END-STRING.
071400 3400-EXIT.
071500     EXIT.
071600*****************************************************************
071700* 3500-READ-MEMBER-SUMMARY - FIND THE MEMBER'S FINAL TRAILER AND *
071800*                            ADD ITS WIDTH TO THE FRAME'S        *
071900*                            RENDERED COLUMNS                    *
072000*****************************************************************
072100 3500-READ-MEMBER-SUMMARY.
072200     MOVE "N" TO WS-SUM-EOF-SW.
072300     MOVE "N" TO WS-TRAILER-SEEN-SW.
072400     OPEN INPUT SUMMARY-INPUT-FILE.
072500     IF WS-SUMIN-STATUS NOT = "00"
072600         GO TO 3500-EXIT
072700     END-IF.
072800     PERFORM 3510-READ-ONE-SUMMARY THRU 3510-EXIT
072900         UNTIL WS-SUM-EOF.
073000     CLOSE SUMMARY-INPUT-FILE.
073100 3500-EXIT.
073200     EXIT.
073300*****************************************************************
073400* 3510-READ-ONE-SUMMARY - TAKE THE BOUNDS FROM THE TRAILER       *
073500*****************************************************************
073600 3510-READ-ONE-SUMMARY.
073700     READ SUMMARY-INPUT-FILE INTO SUM-RECORD
073800         AT END SET WS-SUM-EOF TO TRUE
073900     END-READ.
074000     IF WS-SUM-EOF OR NOT SUM-TYPE-TRAILER
074100         GO TO 3510-EXIT
074200     END-IF.
074300     SET WS-TRAILER-SEEN TO TRUE.
074400     COMPUTE WS-FRM-COLS(WS-FRAME-IDX) =
074500         WS-FRM-COLS(WS-FRAME-IDX)
074600         + SUM-X-HIGH - SUM-X-LOW + 1.
074700 3510-EXIT.
074800     EXIT.
074900*****************************************************************
075000* 3600-COUNT-ART-ROWS - COUNT THE MEMBER'S ART ROWS              *
075100*****************************************************************
075200 3600-COUNT-ART-ROWS.
075300     MOVE ZERO TO WS-MEMBER-ROWS.
075400     MOVE "N" TO WS-ART-EOF-SW.
075500     OPEN INPUT ART-INPUT-FILE.
075600     IF WS-ART-STATUS NOT = "00"
075700         GO TO 3600-EXIT
075800     END-IF.
075900     PERFORM 3610-COUNT-ONE-ROW THRU 3610-EXIT
076000         UNTIL WS-ART-EOF.
076100     CLOSE ART-INPUT-FILE.
076200 3600-EXIT.
076300     EXIT.
076400*****************************************************************
076500* 3610-COUNT-ONE-ROW - TALLY ONE ART ROW                         *
076600*****************************************************************
076700 3610-COUNT-ONE-ROW.
076800     READ ART-INPUT-FILE
076900         AT END SET WS-ART-EOF TO TRUE
077000     END-READ.
077100     IF NOT WS-ART-EOF
077200         ADD 1 TO WS-MEMBER-ROWS
077300     END-IF.
077400 3610-EXIT.
077500     EXIT.
077600*****************************************************************
077700* 3900-POST-GAP - ONE FRAME THAT STOPS THE ASSEMBLY: COUNT IT,   *
077800*                 SHOW IT AND JOURNAL IT                         *
077900*****************************************************************
078000 3900-POST-GAP.
078100     SET WS-FRM-GAP(WS-FRAME-IDX) TO TRUE.
078200     ADD 1 TO WS-GAP-COUNT.
078300     DISPLAY "FLIPBOOK - GAP AT FRAME " WS-FRAME-NUM " - "
078400         WS-FRM-LABEL(WS-FRAME-IDX) " - "
078500         WS-FRM-REASON(WS-FRAME-IDX).
078600     MOVE WS-FRM-LABEL(WS-FRAME-IDX) TO JRNL-REGION-LABEL.
078700     MOVE WS-FRM-REASON(WS-FRAME-IDX) TO JRNL-DETAIL.
078800     MOVE "REJECT" TO JRNL-EVENT-TYPE.
078900     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
079000 3900-EXIT.
079100     EXIT.
079200*****************************************************************
079300* 4000-ASSEMBLE-FLIPBOOK - EVERY FRAME VERIFIED: WRITE THE       *
079400*                          HEADER, EACH FRAME IN ORDER AND THE   *
079500*                          TRAILER                               *
079600*****************************************************************
079700 4000-ASSEMBLE-FLIPBOOK.
079800     OPEN OUTPUT FLIPBOOK-FILE.
079900     IF WS-FLIPOUT-STATUS NOT = "00"
080000         DISPLAY "FLIPBOOK - UNABLE TO OPEN FLIPOUT - "
080100             "FILE STATUS " WS-FLIPOUT-STATUS
080200         MOVE 16 TO RETURN-CODE
080300         GO TO 4000-EXIT
080400     END-IF.
080500     MOVE SPACES TO FLIP-RECORD.
080600     SET FLIP-TYPE-HEADER TO TRUE.
080700     MOVE WS-SEED-LABEL TO FLIP-HDR-SEED-LABEL.
080800     MOVE WS-RUN-DATE TO FLIP-HDR-RUN-DATE.
080900     MOVE WS-FRAME-COUNT TO FLIP-HDR-FRAME-CNT.
081000     MOVE WS-FRM-ROWS(1) TO FLIP-HDR-ROWS.
081100     MOVE WS-FRM-COLS(1) TO FLIP-HDR-COLS.
081200     PERFORM 4900-WRITE-FLIP-RECORD THRU 4900-EXIT.
081300     PERFORM 4100-WRITE-ONE-FRAME THRU 4100-EXIT
081400         VARYING WS-FRAME-IDX FROM 1 BY 1
081500         UNTIL WS-FRAME-IDX > WS-FRAME-COUNT
081600             OR RETURN-CODE = 16.
081700     IF RETURN-CODE NOT = 16
081800         MOVE SPACES TO FLIP-RECORD
081900         SET FLIP-TYPE-TRAILER TO TRUE
082000         MOVE WS-FRAME-COUNT TO FLIP-TRL-FRAME-CNT
082100         MOVE WS-ROWS-WRITTEN TO FLIP-TRL-ROW-CNT
082200         PERFORM 4900-WRITE-FLIP-RECORD THRU 4900-EXIT
082300     END-IF.
082400     CLOSE FLIPBOOK-FILE.
082500 4000-EXIT.
082600     EXIT.
082700*****************************************************************
082800* 4100-WRITE-ONE-FRAME - THE FRAME'S SEPARATOR, THEN ITS ROWS    *
082900*                        MEMBER BY MEMBER                        *
083000*****************************************************************
083100 4100-WRITE-ONE-FRAME.
083200     MOVE WS-FRAME-IDX TO WS-FRAME-NUM.
083300     MOVE WS-FRM-CARD(WS-FRAME-IDX) TO CTL-CARD-AREA.
083400     MOVE WS-FRM-TILE-CNT(WS-FRAME-IDX) TO WS-TILE-COUNT.
083500     MOVE SPACES TO FLIP-RECORD.
083600     SET FLIP-TYPE-FRAME TO TRUE.
083700     MOVE WS-FRAME-NUM TO FLIP-FRM-NUMBER.
083800     MOVE WS-FRM-LABEL(WS-FRAME-IDX) TO FLIP-FRM-LABEL.
083900     MOVE WS-FRM-CENTER-A(WS-FRAME-IDX) TO FLIP-FRM-CENTER-A.
084000     MOVE WS-FRM-CENTER-B(WS-FRAME-IDX) TO FLIP-FRM-CENTER-B.
084100     MOVE CTL-CA-SCALE TO FLIP-FRM-CA-SCALE.
084200     MOVE CTL-CB-SCALE TO FLIP-FRM-CB-SCALE.
084300     MOVE WS-TILE-COUNT TO FLIP-FRM-TILE-CNT.
084400     MOVE WS-FRM-ROWS(WS-FRAME-IDX) TO FLIP-FRM-ROWS.
084500     PERFORM 4900-WRITE-FLIP-RECORD THRU 4900-EXIT.
084600     PERFORM 4200-COPY-ONE-MEMBER THRU 4200-EXIT
084700         VARYING WS-TILE-NUM FROM 1 BY 1
084800         UNTIL WS-TILE-NUM > WS-TILE-COUNT
084900             OR RETURN-CODE = 16.
085000 4100-EXIT.
085100     EXIT.
085200*****************************************************************
085300* 4200-COPY-ONE-MEMBER - ONE MEMBER'S ART ROWS, EACH TAGGED WITH *
085400*                        ITS TILE AND ROW NUMBER                 *
085500*****************************************************************
085600 4200-COPY-ONE-MEMBER.
085700     PERFORM 3200-BUILD-MEMBER-LABEL THRU 3200-EXIT.
085800     PERFORM 3400-BUILD-DATASET-NAMES THRU 3400-EXIT.
085900     MOVE ZERO TO WS-MEMBER-ROWS.
086000     MOVE "N" TO WS-ART-EOF-SW.
086100     OPEN INPUT ART-INPUT-FILE.
086200     IF WS-ART-STATUS NOT = "00"
086300         DISPLAY "FLIPBOOK - UNABLE TO REOPEN " WS-ART-DSNAME
086400             " - FILE STATUS " WS-ART-STATUS
086500         MOVE 16 TO RETURN-CODE
086600         GO TO 4200-EXIT
086700     END-IF.
086800     PERFORM 4210-COPY-ONE-ROW THRU 4210-EXIT
086900         UNTIL WS-ART-EOF OR RETURN-CODE = 16.
087000     CLOSE ART-INPUT-FILE.
087100 4200-EXIT.
087200     EXIT.
087300*****************************************************************
087400* 4210-COPY-ONE-ROW - ONE ART ROW INTO THE FLIPBOOK              *
087500*****************************************************************
087600 4210-COPY-ONE-ROW.
087700     READ ART-INPUT-FILE INTO WS-ART-ROW
087800         AT END SET WS-ART-EOF TO TRUE
087900     END-READ.
088000     IF WS-ART-EOF
088100         GO TO 4210-EXIT
088200     END-IF.
088300     ADD 1 TO WS-MEMBER-ROWS.
088400     MOVE SPACES TO FLIP-RECORD.
088500     SET FLIP-TYPE-DATA TO TRUE.
088600     MOVE WS-TILE-NUM TO FLIP-ROW-TILE.
088700     MOVE WS-MEMBER-ROWS TO FLIP-ROW-NUMBER.
088800     MOVE WS-ART-ROW TO FLIP-ROW-TEXT.
088900     PERFORM 4900-WRITE-FLIP-RECORD THRU 4900-EXIT.
089000     ADD 1 TO WS-ROWS-WRITTEN.
089100 4210-EXIT.
089200     EXIT.
089300*****************************************************************
089400* 4900-WRITE-FLIP-RECORD - PHYSICAL WRITE TO THE FLIPBOOK        *
089500*****************************************************************
089600 4900-WRITE-FLIP-RECORD.
089700     WRITE FLIPBOOK-OUTPUT-RECORD FROM FLIP-RECORD.
089800     IF WS-FLIPOUT-STATUS NOT = "00"
089900         DISPLAY "FLIPBOOK - WRITE FAILED ON FLIPOUT - "
090000             "FILE STATUS " WS-FLIPOUT-STATUS
090100         MOVE 16 TO RETURN-CODE
090200     END-IF.
090300 4900-EXIT.
090400     EXIT.
090500*****************************************************************
090600* 6000-PRINT-REPORT - ONE LINE PER FRAME, THE SEED SIZE AND THE  *
090700*                     OUTCOME OF THE ASSEMBLY                    *
090800*****************************************************************
090900 6000-PRINT-REPORT.
091000     PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT.
091100     PERFORM 6100-PRINT-ONE-FRAME THRU 6100-EXIT
091200         VARYING WS-FRAME-IDX FROM 1 BY 1
091300         UNTIL WS-FRAME-IDX > WS-FRAME-COUNT.
091400     IF WS-LINE-COUNT + 4 > WS-PAGE-LIMIT
091500         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
091600     END-IF.
091700     MOVE WS-SEED-ROWS TO WS-SL-ROWS.
091800     MOVE WS-SEED-COLS TO WS-SL-COLS.
091900     MOVE WS-SEED-SOURCE TO WS-SL-SOURCE.
092000     MOVE SPACES TO WS-PRINT-TEXT.
092100     MOVE WS-SIZE-LINE TO WS-PRINT-TEXT.
092200     MOVE "0" TO WS-PRINT-CC.
092300     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
092400     MOVE SPACES TO WS-TOTAL-LINE.
092500     MOVE WS-FRAME-COUNT TO WS-TL-FRAMES.
092600     IF WS-GAP-COUNT = ZERO AND RETURN-CODE = ZERO
092700         MOVE "FLIPBOOK ASSEMBLED -" TO WS-TL-TEXT
092800         MOVE WS-VERIFIED-COUNT TO WS-TL-COUNT
092900         MOVE "WRITTEN TO FLIPOUT IN ORDER" TO WS-TL-TAIL
093000     ELSE
093100         MOVE "ASSEMBLY STOPPED - MISSING OR UNVERIFIED:"
093200             TO WS-TL-TEXT
093300         MOVE WS-GAP-COUNT TO WS-TL-COUNT
093400         MOVE "- NOTHING WRITTEN TO FLIPOUT" TO WS-TL-TAIL
093500     END-IF.
093600     MOVE SPACES TO WS-PRINT-TEXT.
093700     MOVE WS-TOTAL-LINE TO WS-PRINT-TEXT.
093800     MOVE " " TO WS-PRINT-CC.
093900     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
094000 6000-EXIT.
094100     EXIT.
094200*****************************************************************
094300* 6100-PRINT-ONE-FRAME - ONE REPORT LINE PER FRAME               *
094400*****************************************************************
094500 6100-PRINT-ONE-FRAME.
094600     IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
094700         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
094800     END-IF.
094900     MOVE WS-FRM-CARD(WS-FRAME-IDX) TO CTL-CARD-AREA.
095000     MOVE WS-FRAME-IDX TO WS-DL-FRAME.
095100     MOVE WS-FRM-LABEL(WS-FRAME-IDX) TO WS-DL-LABEL.
095200     IF WS-FRM-VERIFIED(WS-FRAME-IDX)
095300         MOVE "OK" TO WS-DL-STATUS
095400     ELSE
095500         MOVE "GAP" TO WS-DL-STATUS
095600     END-IF.
095700     MOVE WS-FRM-ROWS(WS-FRAME-IDX) TO WS-DL-ROWS.
095800     MOVE WS-FRM-COLS(WS-FRAME-IDX) TO WS-DL-COLS.
095900     MOVE WS-FRM-CENTER-A(WS-FRAME-IDX) TO WS-DL-CENTER-A.
096000     MOVE WS-FRM-CENTER-B(WS-FRAME-IDX) TO WS-DL-CENTER-B.
096100     IF WS-FRM-CARD(WS-FRAME-IDX) = SPACES
096200         MOVE ZERO TO WS-DL-SCALE
096300     ELSE
096400         MOVE CTL-CA-SCALE TO WS-DL-SCALE
096500     END-IF.
096600     MOVE WS-FRM-REASON(WS-FRAME-IDX) TO WS-DL-REASON.
096700     MOVE SPACES TO WS-PRINT-TEXT.
096800     MOVE WS-DETAIL-LINE TO WS-PRINT-TEXT.
096900     MOVE " " TO WS-PRINT-CC.
097000     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
097100     ADD 1 TO WS-LINE-COUNT.
097200 6100-EXIT.
097300     EXIT.
097400*****************************************************************
097500* 7000-PRINT-PAGE-HEADING - NEW PAGE WITH THE SEED, THE RUN DATE *
097600*                           AND THE COLUMN CAPTIONS              *
097700*****************************************************************
097800 7000-PRINT-PAGE-HEADING.
097900     ADD 1 TO WS-PAGE-COUNT.
098000     MOVE WS-SEED-LABEL TO WS-H1-SEED.
098100     MOVE WS-RUN-DATE TO WS-H1-DATE.
098200     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
098300     MOVE SPACES TO WS-PRINT-TEXT.
098400     MOVE WS-HEAD1 TO WS-PRINT-TEXT.
098500     MOVE "1" TO WS-PRINT-CC.
098600     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
098700     MOVE SPACES TO WS-PRINT-TEXT.
098800     MOVE WS-HEAD2 TO WS-PRINT-TEXT.
098900     MOVE "0" TO WS-PRINT-CC.
099000     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
099100     MOVE 3 TO WS-LINE-COUNT.
099200 7000-EXIT.
099300     EXIT.
099400*****************************************************************
099500* 7900-WRITE-PRINT-LINE - PHYSICAL WRITE OF CC + TEXT            *
099600*****************************************************************
099700 7900-WRITE-PRINT-LINE.
099800     WRITE FLIP-PRINT-RECORD FROM WS-PRINT-LINE.
099900     IF WS-FLIPRPT-STATUS NOT = "00"
100000         DISPLAY "FLIPBOOK - WRITE FAILED ON FLIPRPT - "
100100             "FILE STATUS " WS-FLIPRPT-STATUS
100200         MOVE 16 TO RETURN-CODE
100300     END-IF.
100400 7900-EXIT.
100500     EXIT.
100600*****************************************************************
100700* 8000-TERMINATE - CLOSE THE REPORT, SHOW THE COUNTS AND SET THE *
100800*                  CONDITION CODE                                *
100900*****************************************************************
101000 8000-TERMINATE.
101100     CLOSE FLIP-PRINT-FILE.
101200     DISPLAY "FLIPBOOK - FRAMES EXPECTED:   " WS-FRAME-COUNT.
101300     DISPLAY "FLIPBOOK - FRAMES VERIFIED:   " WS-VERIFIED-COUNT.
101400     DISPLAY "FLIPBOOK - FRAMES WITH GAPS:  " WS-GAP-COUNT.
101500     DISPLAY "FLIPBOOK - ROWS WRITTEN:      " WS-ROWS-WRITTEN.
101600     IF WS-GAP-COUNT > ZERO AND RETURN-CODE = ZERO
101700         DISPLAY "FLIPBOOK - ASSEMBLY STOPPED - SEE FLIPRPT FOR "
101800             "THE MISSING OR UNVERIFIED FRAMES"
101900         MOVE 8 TO RETURN-CODE
102000     END-IF.
102100 8000-EXIT.
102200     EXIT.
102300*****************************************************************
102400* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
102500*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
102600*                      FIELDS FOR THE NEXT CALLER                *
102700*****************************************************************
102800 9500-JOURNAL-EVENT.
102900     MOVE "FLIPBOOK" TO JRNL-PROGRAM.
103000     CALL "JRNLWRT" USING JRNL-RECORD.
103100     MOVE SPACES TO JRNL-REGION-LABEL.
103200     MOVE SPACES TO JRNL-DETAIL.
103300     MOVE ZERO TO JRNL-RETURN-CODE.
103400 9500-EXIT.
103500     EXIT.
103600*****************************************************************
103700* 9999-EXIT - END OF JOB                                         *
103800*****************************************************************
103900 9999-EXIT.
104000     MOVE "END" TO JRNL-EVENT-TYPE.
104100     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
104200     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
104300     STOP RUN.
