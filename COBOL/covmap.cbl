000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COVMAP.
000300 AUTHOR.        R L HUTCHENS.
000400 INSTALLATION.  MATH/SCIENCE APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* COVMAP PRINTS A COVERAGE MAP OF THE COMPLEX PLANE FROM THE     *
000900* REGION CATALOG (REGNCAT) SO A NEW REQUEST CAN BE CHECKED       *
001000* AGAINST WHAT IS ALREADY RENDERED, THE NEVER-COVERED PARTS OF   *
001100* THE SET CAN BE SEEN, AND REDUNDANT REGIONS CAN BE PARKED.      *
001200*                                                                *
001300* EACH ACTIVE MANDELBROT REGION'S EXTENT IS TAKEN FROM ITS CARD: *
001400* REAL PART X-LOW * CA-SCALE TO (X-HIGH + 1) * CA-SCALE AND      *
001500* IMAGINARY PART Y-LOW * CB-SCALE TO (Y-HIGH + 1) * CB-SCALE -   *
001600* EACH CHARACTER CELL OF THE RENDER COVERS ONE SCALE STEP. A     *
001700* JULIA REGION'S EXTENT IS ON ITS OWN PLANE, SO IT IS SHOWN BY   *
001800* ITS SEED CONSTANT INSTEAD, AS A POINT ON THIS ONE.             *
001900*                                                                *
002000* MAP 001 IS THE OVERVIEW, REAL -2.5 TO +1.0 BY IMAGINARY -1.75  *
002100* TO +1.75 IN A 100 BY 50 CELL GRID. A REGION TWO CELLS OR MORE  *
002200* ACROSS IS DRAWN AS AN OUTLINE OF ITS KEY LETTER, A SMALLER     *
002300* ONE OR A JULIA SEED AS ITS KEY AT ITS CENTRE CELL; + MARKS     *
002400* CROSSING OUTLINES AND . THE AXES. A CELL WHERE SMALL REGIONS   *
002500* CROWD TOGETHER IS MARKED * AND GETS A ZOOM MAP, TEN TIMES      *
002600* FINER, ON A LATER PAGE - AND SO ON, SIX LEVELS DEEP AT MOST.   *
002700* EACH MAP HAS ITS LEGEND: KEY, LABEL, EXTENT OR SEED. KEYS RUN  *
002800* A-Z THEN 0-9 PER MAP; # KEYS ANY REGION PAST THE 36TH. A       *
002900* REGION STILL CROWDED AT THE DEEPEST LEVEL IS LISTED UNDER *.   *
003000*                                                                *
003100* THE LAST SECTION LISTS EVERY PAIR OF ACTIVE MANDELBROT REGIONS *
003200* THAT OVERLAP, WITH THE PERCENTAGE OF EACH REGION'S AREA THE    *
003300* OTHER COVERS. BOTH AT 90 PERCENT OR MORE IS A NEAR-DUPLICATE.  *
003400* FRAMES OF ONE ZOOMGEN SEQUENCE (SEED AND SEED.FNNN) OVERLAP BY *
003500* DESIGN AND ARE ONLY COUNTED. INACTIVE REGIONS ARE NOT MAPPED.  *
003600*                                                                *
003700* CONDITION CODES: 0 NO OVERLAPS, 4 OVERLAPS LISTED, 16 FILE     *
003800* PROBLEM OR A TABLE LIMIT REACHED.                              *
003900*                                                                *
004000* MOD LOG                                                        *
004100* DATE       INIT DESCRIPTION                                    *
004200* 2026-10-15 RLH  ORIGINAL.                                      *
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT REGION-CATALOG-FILE ASSIGN TO REGNCAT
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS RCAT-REGION-LABEL
005400         FILE STATUS IS WS-REGNCAT-STATUS.
005500     SELECT COVERAGE-PRINT-FILE ASSIGN TO COVRPT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-COVRPT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  REGION-CATALOG-FILE.
006100     COPY RCATREC.
006200 FD  COVERAGE-PRINT-FILE
006300     RECORDING MODE IS F.
006400 01  COVERAGE-PRINT-RECORD      PIC X(133).
006500 WORKING-STORAGE SECTION.
006600*****************************************************************
006700* THE CATALOG ENTRY'S CARD IMAGE                                 *
006800*****************************************************************
006900     COPY CTLCARD.
007000*****************************************************************
007100* RUN-EVENT JOURNAL - ONE STAMPED EVENT PER START, END AND       *
007200* NOTABLE EVENT, APPENDED THROUGH JRNLWRT                        *
007300*****************************************************************
007400     COPY JRNLREC.
007500*****************************************************************
007600* SWITCHES AND COUNTERS                                          *
007700*****************************************************************
007800 01  WS-SWITCHES.
007900     05  WS-CAT-EOF-SW       PIC X(01)   VALUE "N".
008000         88  WS-CAT-EOF                  VALUE "Y".
008100     05  WS-IN-WINDOW-SW     PIC X(01)   VALUE "N".
008200         88  WS-IN-WINDOW                VALUE "Y".
008300     05  WS-SMALL-SW         PIC X(01)   VALUE "N".
008400         88  WS-SMALL-REGION             VALUE "Y".
008500     05  WS-STAR-KEY-SW      PIC X(01)   VALUE "N".
008600         88  WS-STAR-KEY                 VALUE "Y".
008700     05  WS-ZOOM-COVERED-SW  PIC X(01)   VALUE "N".
008800         88  WS-ZOOM-COVERED             VALUE "Y".
008900 01  WS-REGNCAT-STATUS       PIC X(02)   VALUE SPACES.
009000 01  WS-COVRPT-STATUS        PIC X(02)   VALUE SPACES.
009100 77  WS-RUN-DATE             PIC 9(08).
009200 77  WS-MANDEL-COUNT         PIC 9(05)   VALUE ZERO.
009300 77  WS-JULIA-COUNT          PIC 9(05)   VALUE ZERO.
009400 77  WS-INACTIVE-COUNT       PIC 9(05)   VALUE ZERO.
009500 77  WS-UNMAPPABLE-COUNT     PIC 9(05)   VALUE ZERO.
009600 77  WS-DROPPED-COUNT        PIC 9(05)   VALUE ZERO.
009700 77  WS-MAP-COUNT            PIC 9(03)   VALUE ZERO.
009800 77  WS-OVERLAP-COUNT        PIC 9(07)   VALUE ZERO.
009900 77  WS-NEAR-DUP-COUNT       PIC 9(07)   VALUE ZERO.
010000 77  WS-SEQ-PAIR-COUNT       PIC 9(07)   VALUE ZERO.
010100 77  WS-NEAR-DUP-PCT         PIC 9(03)   VALUE 90.
010200*****************************************************************
010300* THE MAPPED REGIONS - EXTENT ON THE PLANE, OR FOR A JULIA       *
010400* REGION THE SEED CONSTANT AS BOTH LOW AND HIGH                  *
010500*****************************************************************
010600 01  WS-REGION-TABLE.
010700     05  WS-REGION-ENTRY     OCCURS 999 TIMES.
010800         10  WS-REG-LABEL        PIC X(20).
010900         10  WS-REG-TYPE         PIC X(01).
011000             88  WS-REG-MANDEL           VALUE "M".
011100             88  WS-REG-JULIA            VALUE "J".
011200         10  WS-REG-RE-LO        PIC S9(4)V9(9).
011300         10  WS-REG-RE-HI        PIC S9(4)V9(9).
011400         10  WS-REG-IM-LO        PIC S9(4)V9(9).
011500         10  WS-REG-IM-HI        PIC S9(4)V9(9).
011600         10  WS-REG-SEQ-SEED     PIC X(20).
011700 77  WS-REGION-COUNT         PIC 9(03)   VALUE ZERO.
011800 77  WS-REG-IDX              PIC 9(03).
011900 77  WS-OTHER-IDX            PIC 9(03).
012000 77  WS-NEXT-IDX             PIC 9(04).
012100 77  WS-EDGE-VALUE           PIC S9(4)V9(9).
012200 77  WS-LABEL-LEN            PIC 9(02).
012300 77  WS-LABEL-IDX            PIC 9(02).
012400*****************************************************************
012500* THE MAP BEING DRAWN - ITS WINDOW ON THE PLANE, ITS CHARACTER   *
012600* GRID AND THE COUNT OF SMALL REGIONS MARKED IN EACH CELL        *
012700*****************************************************************
012800 01  WS-WINDOW.
012900     05  WS-WIN-RE-LO        PIC S9(4)V9(12).
013000     05  WS-WIN-IM-HI        PIC S9(4)V9(12).
013100     05  WS-WIN-CELL-W       PIC S9V9(12).
013200     05  WS-WIN-CELL-H       PIC S9V9(12).
013300     05  WS-WIN-CENTER-RE    PIC S9(4)V9(12).
013400     05  WS-WIN-CENTER-IM    PIC S9(4)V9(12).
013500     05  WS-WIN-LEVEL        PIC 9(01).
013600     05  WS-WIN-PARENT       PIC 9(03).
013700 77  WS-MAX-ZOOM-LEVEL       PIC 9(01)   VALUE 6.
013800 01  WS-MAP-GRID.
013900     05  WS-MAP-ROW          OCCURS 50 TIMES.
014000         10  WS-MAP-CELL         OCCURS 100 TIMES
014100                                 PIC X(01).
014200 01  WS-CELL-TABLE.
014300     05  WS-CELL-ROW         OCCURS 50 TIMES.
014400         10  WS-CELL-COUNT       OCCURS 100 TIMES
014500                                 PIC 9(03).
014600 77  WS-DRAW-ROW             PIC 9(03).
014700 77  WS-DRAW-COL             PIC 9(03).
014800 77  WS-CLIP-ROW-LO          PIC 9(03).
014900 77  WS-CLIP-ROW-HI          PIC 9(03).
015000 77  WS-CLIP-COL-LO          PIC 9(03).
015100 77  WS-CLIP-COL-HI          PIC 9(03).
015200 77  WS-MAP-CROWDED-COUNT    PIC 9(05).
015300 77  WS-MAP-ENCLOSING-COUNT  PIC 9(05).
015400 01  WS-KEY-CHARS            PIC X(36)
015500     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
015600 01  WS-CUR-KEY              PIC X(01).
015700 77  WS-KEY-SEQ              PIC 9(03).
015800*****************************************************************
015900* THE REGIONS GIVEN A KEY ON THE CURRENT MAP, FOR ITS LEGEND     *
016000*****************************************************************
016100 01  WS-KEYED-TABLE.
016200     05  WS-KEYED-ENTRY      OCCURS 999 TIMES.
016300         10  WS-KEYED-REG        PIC 9(03).
016400         10  WS-KEYED-KEY        PIC X(01).
016500 77  WS-KEYED-COUNT          PIC 9(03).
016600 77  WS-KEYED-IDX            PIC 9(03).
016700*****************************************************************
016800* LOCATING A REGION OR A POINT ON THE CURRENT MAP. A CELL NUMBER *
016900* OF ZERO IS LEFT OF (OR ABOVE) THE WINDOW, 101 (OR 51) RIGHT OF *
017000* (OR BELOW) IT.                                                 *
017100*****************************************************************
017200 77  WS-PT-RE                PIC S9(4)V9(12).
017300 77  WS-PT-IM                PIC S9(4)V9(12).
017400 77  WS-PT-COL               PIC 9(03).
017500 77  WS-PT-ROW               PIC 9(03).
017600 77  WS-CELL-POS             PIC S9(15)V9(6).
017700 77  WS-R-COL-LO             PIC 9(03).
017800 77  WS-R-COL-HI             PIC 9(03).
017900 77  WS-R-ROW-LO             PIC 9(03).
018000 77  WS-R-ROW-HI             PIC 9(03).
018100 77  WS-R-MARK-COL           PIC 9(03).
018200 77  WS-R-MARK-ROW           PIC 9(03).
018300*****************************************************************
018400* ZOOM QUEUE - ONE ENTRY PER ZOOM MAP STILL TO DRAW, TAKEN IN    *
018500* THE ORDER THE CROWDED CELLS WERE FOUND                         *
018600*****************************************************************
018700 01  WS-ZOOM-TABLE.
018800     05  WS-ZOOM-ENTRY       OCCURS 99 TIMES.
018900         10  WS-ZM-RE-LO         PIC S9(4)V9(12).
019000         10  WS-ZM-IM-HI         PIC S9(4)V9(12).
019100         10  WS-ZM-CELL-W        PIC S9V9(12).
019200         10  WS-ZM-CELL-H        PIC S9V9(12).
019300         10  WS-ZM-CENTER-RE     PIC S9(4)V9(12).
019400         10  WS-ZM-CENTER-IM     PIC S9(4)V9(12).
019500         10  WS-ZM-LEVEL         PIC 9(01).
019600         10  WS-ZM-PARENT        PIC 9(03).
019700 77  WS-ZOOM-COUNT           PIC 9(03)   VALUE ZERO.
019800 77  WS-ZOOM-IDX             PIC 9(03).
019900 77  WS-CHILD-IDX            PIC 9(03).
020000 77  WS-CHILD-FIRST          PIC 9(03).
020100 77  WS-ZOOM-FULL-COUNT      PIC 9(05)   VALUE ZERO.
020200*****************************************************************
020300* OVERLAP ARITHMETIC FOR ONE PAIR OF REGIONS                     *
020400*****************************************************************
020500 77  WS-OV-LO                PIC S9(4)V9(9).
020600 77  WS-OV-HI                PIC S9(4)V9(9).
020700 77  WS-OV-WIDTH             PIC S9(4)V9(9).
020800 77  WS-OV-HEIGHT            PIC S9(4)V9(9).
020900 77  WS-PCT-FIRST            PIC 9(03)V9.
021000 77  WS-PCT-SECOND           PIC 9(03)V9.
021100*****************************************************************
021200* PRINT CONTROL - ASA CARRIAGE CONTROL IN COLUMN 1               *
021300*****************************************************************
021400 01  WS-PRINT-LINE.
021500     05  WS-PRINT-CC         PIC X(01).
021600     05  WS-PRINT-TEXT       PIC X(132).
021700 77  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
021800 77  WS-PAGE-COUNT           PIC 9(05)   VALUE ZERO.
021900 77  WS-PAGE-LIMIT           PIC 9(03)   VALUE 60.
022000 01  WS-SECTION-TITLE        PIC X(132)  VALUE SPACES.
022100 77  WS-TITLE-RE             PIC -(4)9.9(12).
022200 77  WS-TITLE-IM             PIC -(4)9.9(12).
022300*****************************************************************
022400* HEADING, MAP, LEGEND AND OVERLAP LINE IMAGES                   *
022500*****************************************************************
022600 01  WS-HEAD1.
022700     05  FILLER              PIC X(40)
022800         VALUE "REGION CATALOG COVERAGE OF THE PLANE".
022900     05  FILLER              PIC X(06)   VALUE " DATE ".
023000     05  WS-H1-DATE          PIC 9(08).
023100     05  FILLER              PIC X(06)   VALUE " PAGE ".
023200     05  WS-H1-PAGE          PIC ZZZZ9.
023300     05  FILLER              PIC X(67)   VALUE SPACES.
023400 01  WS-RULER-LINE.
023500     05  FILLER              PIC X(16)   VALUE SPACES.
023600     05  FILLER              PIC X(01)   VALUE "+".
023700     05  FILLER              PIC X(100)  VALUE ALL "-".
023800     05  FILLER              PIC X(01)   VALUE "+".
023900     05  FILLER              PIC X(14)   VALUE SPACES.
024000 01  WS-MAP-LINE.
024100     05  WS-ML-IMAG          PIC -(4)9.9(9).
024200     05  FILLER              PIC X(02)   VALUE " |".
024300     05  WS-ML-CELLS         PIC X(100).
024400     05  FILLER              PIC X(01)   VALUE "|".
024500     05  FILLER              PIC X(14)   VALUE SPACES.
024600 01  WS-RANGE-LINE.
024700     05  FILLER              PIC X(05)   VALUE "REAL ".
024800     05  WS-RL-RE-LO         PIC -(4)9.9(9).
024900     05  FILLER              PIC X(04)   VALUE " TO ".
025000     05  WS-RL-RE-HI         PIC -(4)9.9(9).
025100     05  FILLER              PIC X(16)
025200         VALUE ", IMAGINARY TOP ".
025300     05  WS-RL-IM-HI         PIC -(4)9.9(9).
025400     05  FILLER              PIC X(12)   VALUE ", EACH CELL ".
025500     05  WS-RL-CELL-W        PIC 9.9(12).
025600     05  FILLER              PIC X(04)   VALUE " BY ".
025700     05  WS-RL-CELL-H        PIC 9.9(12).
025800     05  FILLER              PIC X(16)   VALUE SPACES.
025900 01  WS-LEGEND-HEAD.
026000     05  FILLER              PIC X(27)
026100         VALUE "KEY  REGION LABEL".
026200     05  FILLER              PIC X(12)   VALUE "TYPE".
026300     05  FILLER              PIC X(93)
026400         VALUE "EXTENT ON THE PLANE, OR JULIA SEED CONSTANT".
026500 01  WS-LEGEND-LINE.
026600     05  FILLER              PIC X(01)   VALUE SPACES.
026700     05  WS-LG-KEY           PIC X(01).
026800     05  FILLER              PIC X(03)   VALUE SPACES.
026900     05  WS-LG-LABEL         PIC X(20).
027000     05  FILLER              PIC X(02)   VALUE SPACES.
027100     05  WS-LG-TYPE          PIC X(10).
027200     05  FILLER              PIC X(02)   VALUE SPACES.
027300     05  WS-LG-EXTENT.
027400         10  WS-LG-CAP-RE        PIC X(05).
027500         10  WS-LG-RE-LO         PIC -(4)9.9(9).
027600         10  WS-LG-CAP-RE-TO     PIC X(04).
027700         10  WS-LG-RE-HI         PIC -(4)9.9(9).
027800         10  WS-LG-CAP-IM        PIC X(05).
027900         10  WS-LG-IM-LO         PIC -(4)9.9(9).
028000         10  WS-LG-CAP-IM-TO     PIC X(04).
028100         10  WS-LG-IM-HI         PIC -(4)9.9(9).
028200     05  WS-LG-SEED          REDEFINES WS-LG-EXTENT.
028300         10  WS-LG-SEED-CAP-1    PIC X(05).
028400         10  WS-LG-SEED-CA       PIC -(4)9.9(9).
028500         10  WS-LG-SEED-CAP-2    PIC X(04).
028600         10  WS-LG-SEED-CB       PIC -(4)9.9(9).
028700         10  FILLER              PIC X(39).
028800     05  FILLER              PIC X(15)   VALUE SPACES.
028900 01  WS-LEGEND-NOTE.
029000     05  WS-LN-COUNT         PIC ZZZZ9.
029100     05  WS-LN-TEXT          PIC X(127).
029200 01  WS-OVERLAP-HEAD.
029300     05  FILLER              PIC X(22)   VALUE "FIRST REGION".
029400     05  FILLER              PIC X(22)   VALUE "SECOND REGION".
029500     05  FILLER              PIC X(24)
029600         VALUE "% OF FIRST  % OF SECOND".
029700     05  FILLER              PIC X(64)   VALUE "FINDING".
029800 01  WS-OVERLAP-LINE.
029900     05  WS-OL-FIRST         PIC X(20).
030000     05  FILLER              PIC X(02)   VALUE SPACES.
030100     05  WS-OL-SECOND        PIC X(20).
030200     05  FILLER              PIC X(04)   VALUE SPACES.
030300     05  WS-OL-PCT-FIRST     PIC ZZ9.9.
030400     05  FILLER              PIC X(07)   VALUE SPACES.
030500     05  WS-OL-PCT-SECOND    PIC ZZ9.9.
030600     05  FILLER              PIC X(05)   VALUE SPACES.
030700     05  WS-OL-FINDING       PIC X(64).
030800 01  WS-TOTAL-LINE.
030900     05  WS-TL-COUNT         PIC Z(6)9.
031000     05  FILLER              PIC X(01)   VALUE SPACE.
031100     05  WS-TL-TEXT          PIC X(124).
031200 PROCEDURE DIVISION.
031300*****************************************************************
031400* 0000-MAINLINE - OVERALL CONTROL                                *
031500*****************************************************************
031600 0000-MAINLINE.
031700     MOVE ZERO TO RETURN-CODE.
031800     MOVE SPACES TO JRNL-RECORD.
031900     MOVE ZERO TO JRNL-RETURN-CODE.
032000     MOVE "START" TO JRNL-EVENT-TYPE.
032100     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
032200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032300     IF RETURN-CODE NOT = ZERO
032400         GO TO 9999-EXIT
032500     END-IF.
032600     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT.
032700     IF RETURN-CODE NOT = ZERO
032800         CLOSE COVERAGE-PRINT-FILE
032900         GO TO 9999-EXIT
033000     END-IF.
033100     PERFORM 3000-DRAW-OVERVIEW THRU 3000-EXIT.
033200     PERFORM 4000-DRAW-ZOOM THRU 4000-EXIT
033300         VARYING WS-ZOOM-IDX FROM 1 BY 1
033400         UNTIL WS-ZOOM-IDX > WS-ZOOM-COUNT.
033500     PERFORM 6000-LIST-OVERLAPS THRU 6000-EXIT.
033600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
033700     GO TO 9999-EXIT.
033800*****************************************************************
033900* 1000-INITIALIZE - OPEN THE CATALOG AND THE REPORT              *
034000*****************************************************************
034100 1000-INITIALIZE.
034200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034300     OPEN INPUT REGION-CATALOG-FILE.
034400     IF WS-REGNCAT-STATUS NOT = "00"
034500         DISPLAY "COVMAP - UNABLE TO OPEN REGNCAT - "
034600             "FILE STATUS " WS-REGNCAT-STATUS
034700         MOVE 16 TO RETURN-CODE
034800         GO TO 1000-EXIT
034900     END-IF.
035000     OPEN OUTPUT COVERAGE-PRINT-FILE.
035100     IF WS-COVRPT-STATUS NOT = "00"
035200         DISPLAY "COVMAP - UNABLE TO OPEN COVRPT - "
035300             "FILE STATUS " WS-COVRPT-STATUS
035400         CLOSE REGION-CATALOG-FILE
035500         MOVE 16 TO RETURN-CODE
035600     END-IF.
035700 1000-EXIT.
035800     EXIT.
035900*****************************************************************
036000* 2000-LOAD-CATALOG - WORK OUT EVERY ACTIVE REGION'S EXTENT      *
036100*****************************************************************
036200 2000-LOAD-CATALOG.
036300     PERFORM 2100-LOAD-ONE-REGION THRU 2100-EXIT
036400         UNTIL WS-CAT-EOF.
036500     CLOSE REGION-CATALOG-FILE.
036600     IF WS-DROPPED-COUNT > ZERO
036700         DISPLAY "COVMAP - REGION TABLE FULL AT 999 ENTRIES - "
036800             WS-DROPPED-COUNT " REGIONS NOT LOADED - RAISE THE "
036900             "TABLE LIMIT"
037000         MOVE 16 TO RETURN-CODE
037100     END-IF.
037200 2000-EXIT.
037300     EXIT.
037400*****************************************************************
037500* 2100-LOAD-ONE-REGION - ONE CATALOG ENTRY INTO THE TABLE        *
037600*****************************************************************
037700 2100-LOAD-ONE-REGION.
037800     READ REGION-CATALOG-FILE
037900         AT END SET WS-CAT-EOF TO TRUE
038000     END-READ.
038100     IF WS-CAT-EOF
038200         GO TO 2100-EXIT
038300     END-IF.
038400     IF NOT RCAT-ACTIVE
038500         ADD 1 TO WS-INACTIVE-COUNT
038600         GO TO 2100-EXIT
038700     END-IF.
038800     MOVE RCAT-CARD-IMAGE TO CTL-CARD-AREA.
038900     IF CTL-FRACTAL-TYPE = SPACE
039000         SET CTL-FRAC-MANDEL TO TRUE
039100     END-IF.
039200     IF CTL-Y-LOW NOT NUMERIC OR CTL-Y-HIGH NOT NUMERIC
039300         OR CTL-X-LOW NOT NUMERIC OR CTL-X-HIGH NOT NUMERIC
039400         OR CTL-CA-SCALE NOT NUMERIC
039500         OR CTL-CB-SCALE NOT NUMERIC
039600         OR CTL-CA-SCALE = ZERO OR CTL-CB-SCALE = ZERO
039700         OR (NOT CTL-FRAC-MANDEL AND NOT CTL-FRAC-JULIA)
039800         OR (CTL-FRAC-JULIA
039900             AND (CTL-JULIA-CA NOT NUMERIC
040000                 OR CTL-JULIA-CB NOT NUMERIC))
040100         DISPLAY "COVMAP - " RCAT-REGION-LABEL
040200             " - CARD BOUNDS, SCALE OR SEED NOT USABLE - "
040300             "NOT MAPPED"
040400         ADD 1 TO WS-UNMAPPABLE-COUNT
040500         GO TO 2100-EXIT
040600     END-IF.
040700     IF WS-REGION-COUNT NOT < 999
040800         ADD 1 TO WS-DROPPED-COUNT
040900         GO TO 2100-EXIT
041000     END-IF.
041100     ADD 1 TO WS-REGION-COUNT.
041200     MOVE WS-REGION-COUNT TO WS-REG-IDX.
041300     MOVE RCAT-REGION-LABEL TO WS-REG-LABEL(WS-REG-IDX).
041400     IF CTL-FRAC-JULIA
041500         SET WS-REG-JULIA(WS-REG-IDX) TO TRUE
041600         MOVE CTL-JULIA-CA TO WS-REG-RE-LO(WS-REG-IDX)
041700                              WS-REG-RE-HI(WS-REG-IDX)
041800         MOVE CTL-JULIA-CB TO WS-REG-IM-LO(WS-REG-IDX)
041900                              WS-REG-IM-HI(WS-REG-IDX)
042000         ADD 1 TO WS-JULIA-COUNT
042100     ELSE
042200         SET WS-REG-MANDEL(WS-REG-IDX) TO TRUE
042300         PERFORM 2200-SET-EXTENT THRU 2200-EXIT
042400         ADD 1 TO WS-MANDEL-COUNT
042500     END-IF.
042600     PERFORM 2300-SET-SEQUENCE-SEED THRU 2300-EXIT.
042700 2100-EXIT.
042800     EXIT.
042900*****************************************************************
043000* 2200-SET-EXTENT - THE MANDELBROT REGION'S RECTANGLE. A         *
043100*                   NEGATIVE SCALE FLIPS THE AXIS, SO THE TWO    *
043200*                   EDGES ARE ORDERED AFTERWARDS.                *
043300*****************************************************************
043400 2200-SET-EXTENT.
043500     COMPUTE WS-REG-RE-LO(WS-REG-IDX) =
043600         CTL-X-LOW * CTL-CA-SCALE.
043700     COMPUTE WS-REG-RE-HI(WS-REG-IDX) =
043800         (CTL-X-HIGH + 1) * CTL-CA-SCALE.
043900     IF WS-REG-RE-LO(WS-REG-IDX) > WS-REG-RE-HI(WS-REG-IDX)
044000         MOVE WS-REG-RE-LO(WS-REG-IDX) TO WS-EDGE-VALUE
044100         MOVE WS-REG-RE-HI(WS-REG-IDX)
044200             TO WS-REG-RE-LO(WS-REG-IDX)
044300         MOVE WS-EDGE-VALUE TO WS-REG-RE-HI(WS-REG-IDX)
044400     END-IF.
044500     COMPUTE WS-REG-IM-LO(WS-REG-IDX) =
044600         CTL-Y-LOW * CTL-CB-SCALE.
044700     COMPUTE WS-REG-IM-HI(WS-REG-IDX) =
044800         (CTL-Y-HIGH + 1) * CTL-CB-SCALE.
044900     IF WS-REG-IM-LO(WS-REG-IDX) > WS-REG-IM-HI(WS-REG-IDX)
045000         MOVE WS-REG-IM-LO(WS-REG-IDX) TO WS-EDGE-VALUE
045100         MOVE WS-REG-IM-HI(WS-REG-IDX)
045200             TO WS-REG-IM-LO(WS-REG-IDX)
045300         MOVE WS-EDGE-VALUE TO WS-REG-IM-HI(WS-REG-IDX)
045400     END-IF.
045500 2200-EXIT.
045600     EXIT.
045700*****************************************************************
045800* 2300-SET-SEQUENCE-SEED - FOR A ZOOMGEN FRAME (LABEL ENDING     *
045900*                          .FNNN) THE SEED LABEL ITS SEQUENCE    *
046000*                          SHARES; SPACES FOR ANY OTHER REGION   *
046100*****************************************************************
046200 2300-SET-SEQUENCE-SEED.
046300     MOVE SPACES TO WS-REG-SEQ-SEED(WS-REG-IDX).
046400     MOVE ZERO TO WS-LABEL-LEN.
046500     PERFORM VARYING WS-LABEL-IDX FROM 20 BY -1
046600             UNTIL WS-LABEL-IDX < 1
046700             OR WS-LABEL-LEN NOT = ZERO
046800         IF RCAT-REGION-LABEL(WS-LABEL-IDX:1) NOT = SPACE
046900             MOVE WS-LABEL-IDX TO WS-LABEL-LEN
047000         END-IF
047100     END-PERFORM.
047200     IF WS-LABEL-LEN < 6
047300         GO TO 2300-EXIT
047400     END-IF.
047500     IF RCAT-REGION-LABEL(WS-LABEL-LEN - 4:2) = ".F"
047600         AND RCAT-REGION-LABEL(WS-LABEL-LEN - 2:3) NUMERIC
047700         MOVE RCAT-REGION-LABEL(1:WS-LABEL-LEN - 5)
047800             TO WS-REG-SEQ-SEED(WS-REG-IDX)
047900     END-IF.
048000 2300-EXIT.
048100     EXIT.
048200*****************************************************************
048300* 3000-DRAW-OVERVIEW - MAP 001, THE WHOLE SET                    *
048400*****************************************************************
048500 3000-DRAW-OVERVIEW.
048600     MOVE -2.5 TO WS-WIN-RE-LO.
048700     MOVE 1.75 TO WS-WIN-IM-HI.
048800     MOVE 0.035 TO WS-WIN-CELL-W.
048900     MOVE 0.07 TO WS-WIN-CELL-H.
049000     MOVE -0.75 TO WS-WIN-CENTER-RE.
049100     MOVE ZERO TO WS-WIN-CENTER-IM.
049200     MOVE ZERO TO WS-WIN-LEVEL.
049300     MOVE ZERO TO WS-WIN-PARENT.
049400     PERFORM 5000-DRAW-MAP THRU 5000-EXIT.
049500 3000-EXIT.
049600     EXIT.
049700*****************************************************************
049800* 4000-DRAW-ZOOM - THE NEXT ZOOM MAP OFF THE QUEUE               *
049900*****************************************************************
050000 4000-DRAW-ZOOM.
050100     MOVE WS-ZM-RE-LO(WS-ZOOM-IDX) TO WS-WIN-RE-LO.
050200     MOVE WS-ZM-IM-HI(WS-ZOOM-IDX) TO WS-WIN-IM-HI.
050300     MOVE WS-ZM-CELL-W(WS-ZOOM-IDX) TO WS-WIN-CELL-W.
050400     MOVE WS-ZM-CELL-H(WS-ZOOM-IDX) TO WS-WIN-CELL-H.
050500     MOVE WS-ZM-CENTER-RE(WS-ZOOM-IDX) TO WS-WIN-CENTER-RE.
050600     MOVE WS-ZM-CENTER-IM(WS-ZOOM-IDX) TO WS-WIN-CENTER-IM.
050700     MOVE WS-ZM-LEVEL(WS-ZOOM-IDX) TO WS-WIN-LEVEL.
050800     MOVE WS-ZM-PARENT(WS-ZOOM-IDX) TO WS-WIN-PARENT.
050900     PERFORM 5000-DRAW-MAP THRU 5000-EXIT.
051000 4000-EXIT.
051100     EXIT.
051200*****************************************************************
051300* 5000-DRAW-MAP - DRAW THE CURRENT WINDOW: AXES, THEN OUTLINES   *
051400*                 OF THE LARGER REGIONS, THEN THE SMALL REGIONS  *
051500*                 AND JULIA SEEDS ON TOP - AND PRINT IT WITH ITS *
051600*                 LEGEND                                         *
051700*****************************************************************
051800 5000-DRAW-MAP.
051900     ADD 1 TO WS-MAP-COUNT.
052000     MOVE SPACES TO WS-MAP-GRID.
052100     MOVE ALL "0" TO WS-CELL-TABLE.
052200     MOVE ZERO TO WS-KEYED-COUNT.
052300     MOVE ZERO TO WS-KEY-SEQ.
052400     MOVE ZERO TO WS-MAP-CROWDED-COUNT.
052500     MOVE ZERO TO WS-MAP-ENCLOSING-COUNT.
052600     COMPUTE WS-CHILD-FIRST = WS-ZOOM-COUNT + 1.
052700     PERFORM 5100-DRAW-AXES THRU 5100-EXIT.
052800     PERFORM 5200-COUNT-MARKER THRU 5200-EXIT
052900         VARYING WS-REG-IDX FROM 1 BY 1
053000         UNTIL WS-REG-IDX > WS-REGION-COUNT.
053100     PERFORM 5300-DRAW-LARGE-REGION THRU 5300-EXIT
053200         VARYING WS-REG-IDX FROM 1 BY 1
053300         UNTIL WS-REG-IDX > WS-REGION-COUNT.
053400     PERFORM 5400-DRAW-SMALL-REGION THRU 5400-EXIT
053500         VARYING WS-REG-IDX FROM 1 BY 1
053600         UNTIL WS-REG-IDX > WS-REGION-COUNT.
053700     PERFORM 5600-PRINT-MAP THRU 5600-EXIT.
053800     PERFORM 5700-PRINT-LEGEND THRU 5700-EXIT.
053900 5000-EXIT.
054000     EXIT.
054100*****************************************************************
054200* 5100-DRAW-AXES - DOT IN THE REAL AND IMAGINARY AXES WHERE THEY *
054300*                  CROSS THE WINDOW                              *
054400*****************************************************************
054500 5100-DRAW-AXES.
054600     MOVE ZERO TO WS-PT-RE.
054700     MOVE ZERO TO WS-PT-IM.
054800     PERFORM 5900-LOCATE-POINT THRU 5900-EXIT.
054900     IF WS-PT-COL > ZERO AND WS-PT-COL < 101
055000         PERFORM VARYING WS-DRAW-ROW FROM 1 BY 1
055100                 UNTIL WS-DRAW-ROW > 50
055200             MOVE "." TO WS-MAP-CELL(WS-DRAW-ROW, WS-PT-COL)
055300         END-PERFORM
055400     END-IF.
055500     IF WS-PT-ROW > ZERO AND WS-PT-ROW < 51
055600         PERFORM VARYING WS-DRAW-COL FROM 1 BY 1
055700                 UNTIL WS-DRAW-COL > 100
055800             MOVE "." TO WS-MAP-CELL(WS-PT-ROW, WS-DRAW-COL)
055900         END-PERFORM
056000     END-IF.
056100 5100-EXIT.
056200     EXIT.
056300*****************************************************************
056400* 5200-COUNT-MARKER - COUNT THE SMALL REGIONS AND JULIA SEEDS    *
056500*                     THAT FALL IN EACH CELL                     *
056600*****************************************************************
056700 5200-COUNT-MARKER.
056800     PERFORM 5800-LOCATE-REGION THRU 5800-EXIT.
056900     IF WS-SMALL-REGION AND WS-R-MARK-COL NOT = ZERO
057000         ADD 1 TO WS-CELL-COUNT(WS-R-MARK-ROW, WS-R-MARK-COL)
057100     END-IF.
057200 5200-EXIT.
057300     EXIT.
057400*****************************************************************
057500* 5300-DRAW-LARGE-REGION - A REGION TWO CELLS OR MORE ACROSS:    *
057600*                          KEY IT AND DRAW THE PART OF ITS       *
057700*                          OUTLINE INSIDE THE WINDOW. ONE THAT   *
057800*                          ENCLOSES THE WHOLE WINDOW IS ONLY     *
057900*                          COUNTED.                              *
058000*****************************************************************
058100 5300-DRAW-LARGE-REGION.
058200     PERFORM 5800-LOCATE-REGION THRU 5800-EXIT.
058300     IF NOT WS-IN-WINDOW OR WS-SMALL-REGION
058400         GO TO 5300-EXIT
058500     END-IF.
058600     IF WS-R-COL-LO = ZERO AND WS-R-COL-HI = 101
058700         AND WS-R-ROW-LO = ZERO AND WS-R-ROW-HI = 51
058800         ADD 1 TO WS-MAP-ENCLOSING-COUNT
058900         GO TO 5300-EXIT
059000     END-IF.
059100     MOVE "N" TO WS-STAR-KEY-SW.
059200     PERFORM 5500-ASSIGN-KEY THRU 5500-EXIT.
059300     MOVE WS-R-COL-LO TO WS-CLIP-COL-LO.
059400     IF WS-CLIP-COL-LO < 1
059500         MOVE 1 TO WS-CLIP-COL-LO
059600     END-IF.
059700     MOVE WS-R-COL-HI TO WS-CLIP-COL-HI.
059800     IF WS-CLIP-COL-HI > 100
059900         MOVE 100 TO WS-CLIP-COL-HI
060000     END-IF.
060100     MOVE WS-R-ROW-LO TO WS-CLIP-ROW-LO.
060200     IF WS-CLIP-ROW-LO < 1
060300         MOVE 1 TO WS-CLIP-ROW-LO
060400     END-IF.
060500     MOVE WS-R-ROW-HI TO WS-CLIP-ROW-HI.
060600     IF WS-CLIP-ROW-HI > 50
060700         MOVE 50 TO WS-CLIP-ROW-HI
060800     END-IF.
060900     IF WS-R-ROW-LO > ZERO
061000         MOVE WS-R-ROW-LO TO WS-DRAW-ROW
061100         PERFORM 5350-PUT-KEY-CELL THRU 5350-EXIT
061200             VARYING WS-DRAW-COL FROM WS-CLIP-COL-LO BY 1
061300             UNTIL WS-DRAW-COL > WS-CLIP-COL-HI
061400     END-IF.
061500     IF WS-R-ROW-HI < 51
061600         MOVE WS-R-ROW-HI TO WS-DRAW-ROW
061700         PERFORM 5350-PUT-KEY-CELL THRU 5350-EXIT
061800             VARYING WS-DRAW-COL FROM WS-CLIP-COL-LO BY 1
061900             UNTIL WS-DRAW-COL > WS-CLIP-COL-HI
062000     END-IF.
062100     IF WS-R-COL-LO > ZERO
062200         MOVE WS-R-COL-LO TO WS-DRAW-COL
062300         PERFORM 5350-PUT-KEY-CELL THRU 5350-EXIT
062400             VARYING WS-DRAW-ROW FROM WS-CLIP-ROW-LO BY 1
062500             UNTIL WS-DRAW-ROW > WS-CLIP-ROW-HI
062600     END-IF.
062700     IF WS-R-COL-HI < 101
062800         MOVE WS-R-COL-HI TO WS-DRAW-COL
062900         PERFORM 5350-PUT-KEY-CELL THRU 5350-EXIT
063000             VARYING WS-DRAW-ROW FROM WS-CLIP-ROW-LO BY 1
063100             UNTIL WS-DRAW-ROW > WS-CLIP-ROW-HI
063200     END-IF.
063300 5300-EXIT.
063400     EXIT.
063500*****************************************************************
063600* 5350-PUT-KEY-CELL - ONE OUTLINE CELL; + WHERE IT CROSSES       *
063700*                     ANOTHER REGION'S OUTLINE                   *
063800*****************************************************************
063900 5350-PUT-KEY-CELL.
064000     IF WS-MAP-CELL(WS-DRAW-ROW, WS-DRAW-COL) = SPACE
064100         OR WS-MAP-CELL(WS-DRAW-ROW, WS-DRAW-COL) = "."
064200         OR WS-MAP-CELL(WS-DRAW-ROW, WS-DRAW-COL) = WS-CUR-KEY
064300         MOVE WS-CUR-KEY TO WS-MAP-CELL(WS-DRAW-ROW, WS-DRAW-COL)
064400     ELSE
064500         MOVE "+" TO WS-MAP-CELL(WS-DRAW-ROW, WS-DRAW-COL)
064600     END-IF.
064700 5350-EXIT.
064800     EXIT.
064900*****************************************************************
065000* 5400-DRAW-SMALL-REGION - A SMALL REGION OR JULIA SEED: ITS KEY *
065100*                          AT ITS CENTRE CELL, OR * WHERE IT     *
065200*                          SHARES THE CELL - AND THE CELL IS     *
065300*                          QUEUED FOR A ZOOM MAP                 *
065400*****************************************************************
065500 5400-DRAW-SMALL-REGION.
065600     PERFORM 5800-LOCATE-REGION THRU 5800-EXIT.
065700     IF NOT WS-SMALL-REGION OR WS-R-MARK-COL = ZERO
065800         GO TO 5400-EXIT
065900     END-IF.
066000     MOVE "N" TO WS-STAR-KEY-SW.
066100     IF WS-CELL-COUNT(WS-R-MARK-ROW, WS-R-MARK-COL) = 1
066200         PERFORM 5500-ASSIGN-KEY THRU 5500-EXIT
066300         MOVE WS-CUR-KEY
066400             TO WS-MAP-CELL(WS-R-MARK-ROW, WS-R-MARK-COL)
066500         GO TO 5400-EXIT
066600     END-IF.
066700     MOVE "*" TO WS-MAP-CELL(WS-R-MARK-ROW, WS-R-MARK-COL).
066800     ADD 1 TO WS-MAP-CROWDED-COUNT.
066900     PERFORM 5450-QUEUE-ZOOM THRU 5450-EXIT.
067000     IF NOT WS-ZOOM-COVERED
067100         SET WS-STAR-KEY TO TRUE
067200         PERFORM 5500-ASSIGN-KEY THRU 5500-EXIT
067300     END-IF.
067400 5400-EXIT.
067500     EXIT.
067600*****************************************************************
067700* 5450-QUEUE-ZOOM - A ZOOM MAP TEN TIMES FINER CENTRED ON THE    *
067800*                   CROWDED CELL, UNLESS ONE ALREADY QUEUED FROM *
067900*                   THIS MAP TAKES THE CELL IN. NO ZOOM PAST THE *
068000*                   DEEPEST LEVEL OR WITH THE QUEUE FULL - THE   *
068100*                   REGION IS THEN LISTED UNDER *.               *
068200*****************************************************************
068300 5450-QUEUE-ZOOM.
068400     MOVE "N" TO WS-ZOOM-COVERED-SW.
068500     IF WS-WIN-LEVEL NOT < WS-MAX-ZOOM-LEVEL
068600         GO TO 5450-EXIT
068700     END-IF.
068800     COMPUTE WS-PT-RE = WS-WIN-RE-LO
068900         + (WS-R-MARK-COL - 0.5) * WS-WIN-CELL-W.
069000     COMPUTE WS-PT-IM = WS-WIN-IM-HI
069100         - (WS-R-MARK-ROW - 0.5) * WS-WIN-CELL-H.
069200     PERFORM VARYING WS-CHILD-IDX FROM WS-CHILD-FIRST BY 1
069300             UNTIL WS-CHILD-IDX > WS-ZOOM-COUNT
069400             OR WS-ZOOM-COVERED
069500         IF WS-PT-RE > WS-ZM-RE-LO(WS-CHILD-IDX)
069600             AND WS-PT-RE < WS-ZM-RE-LO(WS-CHILD-IDX)
069700                 + 100 * WS-ZM-CELL-W(WS-CHILD-IDX)
069800             AND WS-PT-IM < WS-ZM-IM-HI(WS-CHILD-IDX)
069900             AND WS-PT-IM > WS-ZM-IM-HI(WS-CHILD-IDX)
070000                 - 50 * WS-ZM-CELL-H(WS-CHILD-IDX)
070100             SET WS-ZOOM-COVERED TO TRUE
070200         END-IF
070300     END-PERFORM.
070400     IF WS-ZOOM-COVERED
070500         GO TO 5450-EXIT
070600     END-IF.
070700     IF WS-ZOOM-COUNT NOT < 99
070800         ADD 1 TO WS-ZOOM-FULL-COUNT
070900         GO TO 5450-EXIT
071000     END-IF.
071100     ADD 1 TO WS-ZOOM-COUNT.
071200     MOVE WS-ZOOM-COUNT TO WS-CHILD-IDX.
071300     COMPUTE WS-ZM-CELL-W(WS-CHILD-IDX) = WS-WIN-CELL-W / 10.
071400     COMPUTE WS-ZM-CELL-H(WS-CHILD-IDX) = WS-WIN-CELL-H / 10.
071500     MOVE WS-PT-RE TO WS-ZM-CENTER-RE(WS-CHILD-IDX).
071600     MOVE WS-PT-IM TO WS-ZM-CENTER-IM(WS-CHILD-IDX).
071700     COMPUTE WS-ZM-RE-LO(WS-CHILD-IDX) = WS-PT-RE
071800         - 50 * WS-ZM-CELL-W(WS-CHILD-IDX).
071900     COMPUTE WS-ZM-IM-HI(WS-CHILD-IDX) = WS-PT-IM
072000         + 25 * WS-ZM-CELL-H(WS-CHILD-IDX).
072100     COMPUTE WS-ZM-LEVEL(WS-CHILD-IDX) = WS-WIN-LEVEL + 1.
072200     MOVE WS-MAP-COUNT TO WS-ZM-PARENT(WS-CHILD-IDX).
072300     SET WS-ZOOM-COVERED TO TRUE.
072400 5450-EXIT.
072500     EXIT.
072600*****************************************************************
072700* 5500-ASSIGN-KEY - THE NEXT KEY ON THIS MAP FOR THE REGION, AND *
072800*                   ITS PLACE IN THE LEGEND                      *
072900*****************************************************************
073000 5500-ASSIGN-KEY.
073100     IF WS-STAR-KEY
073200         MOVE "*" TO WS-CUR-KEY
073300     ELSE
073400         IF WS-KEY-SEQ < 36
073500             ADD 1 TO WS-KEY-SEQ
073600             MOVE WS-KEY-CHARS(WS-KEY-SEQ:1) TO WS-CUR-KEY
073700         ELSE
073800             MOVE "#" TO WS-CUR-KEY
073900         END-IF
074000     END-IF.
074100     ADD 1 TO WS-KEYED-COUNT.
074200     MOVE WS-REG-IDX TO WS-KEYED-REG(WS-KEYED-COUNT).
074300     MOVE WS-CUR-KEY TO WS-KEYED-KEY(WS-KEYED-COUNT).
074400 5500-EXIT.
074500     EXIT.
074600*****************************************************************
074700* 5600-PRINT-MAP - THE MAP ON A NEW PAGE, FRAMED, EACH ROW       *
074800*                  LABELLED WITH THE IMAGINARY PART AT ITS TOP   *
074900*                  EDGE                                          *
075000*****************************************************************
075100 5600-PRINT-MAP.
075200     PERFORM 5650-SET-MAP-TITLE THRU 5650-EXIT.
075300     PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT.
075400     MOVE SPACES TO WS-PRINT-TEXT.
075500     MOVE WS-RULER-LINE TO WS-PRINT-TEXT.
075600     MOVE " " TO WS-PRINT-CC.
075700     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
075800     PERFORM 5610-PRINT-MAP-ROW THRU 5610-EXIT
075900         VARYING WS-DRAW-ROW FROM 1 BY 1
076000         UNTIL WS-DRAW-ROW > 50.
076100     MOVE SPACES TO WS-PRINT-TEXT.
076200     MOVE WS-RULER-LINE TO WS-PRINT-TEXT.
076300     MOVE " " TO WS-PRINT-CC.
076400     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
076500     MOVE WS-WIN-RE-LO TO WS-RL-RE-LO.
076600     COMPUTE WS-RL-RE-HI = WS-WIN-RE-LO + 100 * WS-WIN-CELL-W.
076700     MOVE WS-WIN-IM-HI TO WS-RL-IM-HI.
076800     MOVE WS-WIN-CELL-W TO WS-RL-CELL-W.
076900     MOVE WS-WIN-CELL-H TO WS-RL-CELL-H.
077000     MOVE SPACES TO WS-PRINT-TEXT.
077100     MOVE WS-RANGE-LINE TO WS-PRINT-TEXT.
077200     MOVE " " TO WS-PRINT-CC.
077300     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
077400     ADD 53 TO WS-LINE-COUNT.
077500 5600-EXIT.
077600     EXIT.
077700*****************************************************************
077800* 5610-PRINT-MAP-ROW - ONE ROW OF THE GRID                       *
077900*****************************************************************
078000 5610-PRINT-MAP-ROW.
078100     COMPUTE WS-ML-IMAG = WS-WIN-IM-HI
078200         - (WS-DRAW-ROW - 1) * WS-WIN-CELL-H.
078300     MOVE WS-MAP-ROW(WS-DRAW-ROW) TO WS-ML-CELLS.
078400     MOVE SPACES TO WS-PRINT-TEXT.
078500     MOVE WS-MAP-LINE TO WS-PRINT-TEXT.
078600     MOVE " " TO WS-PRINT-CC.
078700     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
078800 5610-EXIT.
078900     EXIT.
079000*****************************************************************
079100* 5650-SET-MAP-TITLE - OVERVIEW, OR WHICH MAP A ZOOM ENLARGES    *
079200*                      AND WHERE                                 *
079300*****************************************************************
079400 5650-SET-MAP-TITLE.
079500     MOVE SPACES TO WS-SECTION-TITLE.
079600     IF WS-WIN-LEVEL = ZERO
079700         STRING "MAP " DELIMITED BY SIZE
079800             WS-MAP-COUNT DELIMITED BY SIZE
079900             " - OVERVIEW OF THE PLANE" DELIMITED BY SIZE
080000             INTO WS-SECTION-TITLE
080100         END-STRING
080200         GO TO 5650-EXIT
080300     END-IF.
080400     MOVE WS-WIN-CENTER-RE TO WS-TITLE-RE.
080500     MOVE WS-WIN-CENTER-IM TO WS-TITLE-IM.
080600     STRING "MAP " DELIMITED BY SIZE
080700         WS-MAP-COUNT DELIMITED BY SIZE
080800         " - ZOOM LEVEL " DELIMITED BY SIZE
080900         WS-WIN-LEVEL DELIMITED BY SIZE
081000         " - TEN TIMES MAP " DELIMITED BY SIZE
081100         WS-WIN-PARENT DELIMITED BY SIZE
081200         " AROUND REAL" DELIMITED BY SIZE
081300         WS-TITLE-RE DELIMITED BY SIZE
081400         " IMAGINARY" DELIMITED BY SIZE
081500         WS-TITLE-IM DELIMITED BY SIZE
081600         INTO WS-SECTION-TITLE
081700     END-STRING.
081800 5650-EXIT.
081900     EXIT.
082000*****************************************************************
082100* 5700-PRINT-LEGEND - ONE LINE PER KEYED REGION, THEN THE COUNT  *
082200*                     OF REGIONS CROWDED INTO * CELLS            *
082300*****************************************************************
082400 5700-PRINT-LEGEND.
082500     MOVE SPACES TO WS-PRINT-TEXT.
082600     MOVE WS-LEGEND-HEAD TO WS-PRINT-TEXT.
082700     MOVE "0" TO WS-PRINT-CC.
082800     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
082900     ADD 2 TO WS-LINE-COUNT.
083000     IF WS-KEYED-COUNT = ZERO AND WS-MAP-CROWDED-COUNT = ZERO
083100         AND WS-MAP-ENCLOSING-COUNT = ZERO
083200         MOVE SPACES TO WS-PRINT-TEXT
083300         MOVE "NO REGION FALLS INSIDE THIS MAP" TO WS-PRINT-TEXT
083400         MOVE " " TO WS-PRINT-CC
083500         PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT
083600         ADD 1 TO WS-LINE-COUNT
083700     END-IF.
083800     PERFORM 5710-PRINT-LEGEND-LINE THRU 5710-EXIT
083900         VARYING WS-KEYED-IDX FROM 1 BY 1
084000         UNTIL WS-KEYED-IDX > WS-KEYED-COUNT.
084100     IF WS-MAP-ENCLOSING-COUNT > ZERO
084200         MOVE SPACES TO WS-LEGEND-NOTE
084300         MOVE WS-MAP-ENCLOSING-COUNT TO WS-LN-COUNT
084400         MOVE " LARGER REGIONS ENCLOSE THE WHOLE OF THIS MAP"
084500             TO WS-LN-TEXT
084600         PERFORM 5750-PRINT-LEGEND-NOTE THRU 5750-EXIT
084700     END-IF.
084800     IF WS-MAP-CROWDED-COUNT = ZERO
084900         GO TO 5700-EXIT
085000     END-IF.
085100     MOVE SPACES TO WS-LEGEND-NOTE.
085200     MOVE WS-MAP-CROWDED-COUNT TO WS-LN-COUNT.
085300     IF WS-WIN-LEVEL < WS-MAX-ZOOM-LEVEL
085400         STRING " SMALL REGIONS SHARE THE CELLS MARKED * - "
085500                 DELIMITED BY SIZE
085600             "EACH SUCH CELL IS ENLARGED ON A ZOOM MAP THAT "
085700                 DELIMITED BY SIZE
085800             "FOLLOWS" DELIMITED BY SIZE
085900             INTO WS-LN-TEXT
086000         END-STRING
086100     ELSE
086200         STRING " SMALL REGIONS SHARE THE CELLS MARKED * AT THE "
086300                 DELIMITED BY SIZE
086400             "DEEPEST ZOOM LEVEL - LISTED ABOVE UNDER *"
086500                 DELIMITED BY SIZE
086600             INTO WS-LN-TEXT
086700         END-STRING
086800     END-IF.
086900     PERFORM 5750-PRINT-LEGEND-NOTE THRU 5750-EXIT.
087000 5700-EXIT.
087100     EXIT.
087200*****************************************************************
087300* 5750-PRINT-LEGEND-NOTE - ONE COUNTED NOTE UNDER THE LEGEND     *
087400*****************************************************************
087500 5750-PRINT-LEGEND-NOTE.
087600     IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
087700         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
087800     END-IF.
087900     MOVE SPACES TO WS-PRINT-TEXT.
088000     MOVE WS-LEGEND-NOTE TO WS-PRINT-TEXT.
088100     MOVE "0" TO WS-PRINT-CC.
088200     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
088300     ADD 2 TO WS-LINE-COUNT.
088400 5750-EXIT.
088500     EXIT.
088600*****************************************************************
088700* 5710-PRINT-LEGEND-LINE - KEY, LABEL AND EXTENT - OR THE SEED   *
088800*                          CONSTANT FOR A JULIA REGION           *
088900*****************************************************************
089000 5710-PRINT-LEGEND-LINE.
089100     IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
089200         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
089300         MOVE SPACES TO WS-PRINT-TEXT
089400         MOVE WS-LEGEND-HEAD TO WS-PRINT-TEXT
089500         MOVE " " TO WS-PRINT-CC
089600         PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT
089700         ADD 1 TO WS-LINE-COUNT
089800     END-IF.
089900     MOVE WS-KEYED-REG(WS-KEYED-IDX) TO WS-OTHER-IDX.
090000     MOVE WS-KEYED-KEY(WS-KEYED-IDX) TO WS-LG-KEY.
090100     MOVE WS-REG-LABEL(WS-OTHER-IDX) TO WS-LG-LABEL.
090200     IF WS-REG-JULIA(WS-OTHER-IDX)
090300         MOVE "JULIA" TO WS-LG-TYPE
090400         MOVE SPACES TO WS-LG-SEED
090500         MOVE "SEED " TO WS-LG-SEED-CAP-1
090600         MOVE WS-REG-RE-LO(WS-OTHER-IDX) TO WS-LG-SEED-CA
090700         MOVE " CB " TO WS-LG-SEED-CAP-2
090800         MOVE WS-REG-IM-LO(WS-OTHER-IDX) TO WS-LG-SEED-CB
090900     ELSE
091000         MOVE "MANDELBROT" TO WS-LG-TYPE
091100         MOVE "RE   " TO WS-LG-CAP-RE
091200         MOVE WS-REG-RE-LO(WS-OTHER-IDX) TO WS-LG-RE-LO
091300         MOVE " TO " TO WS-LG-CAP-RE-TO
091400         MOVE WS-REG-RE-HI(WS-OTHER-IDX) TO WS-LG-RE-HI
091500         MOVE "  IM " TO WS-LG-CAP-IM
091600         MOVE " TO " TO WS-LG-CAP-IM-TO
091700         MOVE WS-REG-IM-LO(WS-OTHER-IDX) TO WS-LG-IM-LO
091800         MOVE WS-REG-IM-HI(WS-OTHER-IDX) TO WS-LG-IM-HI
091900     END-IF.
092000     MOVE SPACES TO WS-PRINT-TEXT.
092100     MOVE WS-LEGEND-LINE TO WS-PRINT-TEXT.
092200     MOVE " " TO WS-PRINT-CC.
092300     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
092400     ADD 1 TO WS-LINE-COUNT.
092500 5710-EXIT.
092600     EXIT.
092700*****************************************************************
092800* 5800-LOCATE-REGION - WHERE THE REGION FALLS ON THE CURRENT     *
092900*                      MAP: ITS CORNER CELLS, WHETHER ANY OF IT  *
093000*                      IS INSIDE, WHETHER IT IS SMALL (NO MORE   *
093100*                      THAN TWO CELLS EITHER WAY, OR A JULIA     *
093200*                      SEED) AND ITS CENTRE CELL - ZERO WHEN THE *
093300*                      CENTRE IS OUTSIDE THE WINDOW              *
093400*****************************************************************
093500 5800-LOCATE-REGION.
093600     MOVE "N" TO WS-IN-WINDOW-SW.
093700     MOVE "N" TO WS-SMALL-SW.
093800     MOVE WS-REG-RE-LO(WS-REG-IDX) TO WS-PT-RE.
093900     MOVE WS-REG-IM-HI(WS-REG-IDX) TO WS-PT-IM.
094000     PERFORM 5900-LOCATE-POINT THRU 5900-EXIT.
094100     MOVE WS-PT-COL TO WS-R-COL-LO.
094200     MOVE WS-PT-ROW TO WS-R-ROW-LO.
094300     MOVE WS-REG-RE-HI(WS-REG-IDX) TO WS-PT-RE.
094400     MOVE WS-REG-IM-LO(WS-REG-IDX) TO WS-PT-IM.
094500     PERFORM 5900-LOCATE-POINT THRU 5900-EXIT.
094600     MOVE WS-PT-COL TO WS-R-COL-HI.
094700     MOVE WS-PT-ROW TO WS-R-ROW-HI.
094800     IF WS-R-COL-HI > ZERO AND WS-R-COL-LO < 101
094900         AND WS-R-ROW-HI > ZERO AND WS-R-ROW-LO < 51
095000         SET WS-IN-WINDOW TO TRUE
095100     END-IF.
095200     IF WS-REG-JULIA(WS-REG-IDX)
095300         OR (WS-R-COL-HI - WS-R-COL-LO < 2
095400             AND WS-R-ROW-HI - WS-R-ROW-LO < 2)
095500         SET WS-SMALL-REGION TO TRUE
095600     END-IF.
095700     COMPUTE WS-PT-RE = (WS-REG-RE-LO(WS-REG-IDX)
095800         + WS-REG-RE-HI(WS-REG-IDX)) / 2.
095900     COMPUTE WS-PT-IM = (WS-REG-IM-LO(WS-REG-IDX)
096000         + WS-REG-IM-HI(WS-REG-IDX)) / 2.
096100     PERFORM 5900-LOCATE-POINT THRU 5900-EXIT.
096200     MOVE WS-PT-COL TO WS-R-MARK-COL.
096300     MOVE WS-PT-ROW TO WS-R-MARK-ROW.
096400     IF WS-R-MARK-COL = ZERO OR WS-R-MARK-COL = 101
096500         OR WS-R-MARK-ROW = ZERO OR WS-R-MARK-ROW = 51
096600         MOVE ZERO TO WS-R-MARK-COL
096700         MOVE ZERO TO WS-R-MARK-ROW
096800     END-IF.
096900 5800-EXIT.
097000     EXIT.
097100*****************************************************************
097200* 5900-LOCATE-POINT - THE CELL A POINT ON THE PLANE FALLS IN     *
097300*****************************************************************
097400 5900-LOCATE-POINT.
097500     COMPUTE WS-CELL-POS =
097600         (WS-PT-RE - WS-WIN-RE-LO) / WS-WIN-CELL-W.
097700     IF WS-CELL-POS < ZERO
097800         MOVE ZERO TO WS-PT-COL
097900     ELSE
098000         IF WS-CELL-POS NOT < 100
098100             MOVE 101 TO WS-PT-COL
098200         ELSE
098300             COMPUTE WS-PT-COL = WS-CELL-POS + 1
098400         END-IF
098500     END-IF.
098600     COMPUTE WS-CELL-POS =
098700         (WS-WIN-IM-HI - WS-PT-IM) / WS-WIN-CELL-H.
098800     IF WS-CELL-POS < ZERO
098900         MOVE ZERO TO WS-PT-ROW
099000     ELSE
099100         IF WS-CELL-POS NOT < 50
099200             MOVE 51 TO WS-PT-ROW
099300         ELSE
099400             COMPUTE WS-PT-ROW = WS-CELL-POS + 1
099500         END-IF
099600     END-IF.
099700 5900-EXIT.
099800     EXIT.
099900*****************************************************************
100000* 6000-LIST-OVERLAPS - EVERY OVERLAPPING PAIR OF MANDELBROT      *
100100*                      REGIONS, IN CATALOG ORDER                 *
100200*****************************************************************
100300 6000-LIST-OVERLAPS.
100400     MOVE "OVERLAPPING AND NEAR-DUPLICATE MANDELBROT REGIONS"
100500         TO WS-SECTION-TITLE.
100600     PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT.
100700     MOVE SPACES TO WS-PRINT-TEXT.
100800     MOVE WS-OVERLAP-HEAD TO WS-PRINT-TEXT.
100900     MOVE " " TO WS-PRINT-CC.
101000     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
101100     ADD 1 TO WS-LINE-COUNT.
101200     PERFORM 6100-COMPARE-FIRST THRU 6100-EXIT
101300         VARYING WS-REG-IDX FROM 1 BY 1
101400         UNTIL WS-REG-IDX NOT < WS-REGION-COUNT.
101500     IF WS-OVERLAP-COUNT = ZERO
101600         MOVE SPACES TO WS-PRINT-TEXT
101700         MOVE "NO TWO ACTIVE MANDELBROT REGIONS OVERLAP"
101800             TO WS-PRINT-TEXT
101900         MOVE " " TO WS-PRINT-CC
102000         PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT
102100         ADD 1 TO WS-LINE-COUNT
102200     END-IF.
102300     IF WS-LINE-COUNT + 5 > WS-PAGE-LIMIT
102400         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
102500     END-IF.
102600     MOVE WS-OVERLAP-COUNT TO WS-TL-COUNT.
102700     MOVE "OVERLAPPING PAIRS LISTED" TO WS-TL-TEXT.
102800     MOVE "0" TO WS-PRINT-CC.
102900     PERFORM 6900-PRINT-TOTAL THRU 6900-EXIT.
103000     MOVE WS-NEAR-DUP-COUNT TO WS-TL-COUNT.
103100     MOVE SPACES TO WS-TL-TEXT.
103200     STRING "OF THEM NEAR-DUPLICATES - EACH REGION AT LEAST "
103300             DELIMITED BY SIZE
103400         "90 PERCENT COVERED BY THE OTHER - CANDIDATES TO PARK"
103500             DELIMITED BY SIZE
103600         INTO WS-TL-TEXT
103700     END-STRING.
103800     MOVE " " TO WS-PRINT-CC.
103900     PERFORM 6900-PRINT-TOTAL THRU 6900-EXIT.
104000     MOVE WS-SEQ-PAIR-COUNT TO WS-TL-COUNT.
104100     MOVE SPACES TO WS-TL-TEXT.
104200     STRING "OVERLAPPING PAIRS WITHIN ONE ZOOMGEN SEQUENCE - "
104300             DELIMITED BY SIZE
104400         "OVERLAP BY DESIGN, NOT LISTED" DELIMITED BY SIZE
104500         INTO WS-TL-TEXT
104600     END-STRING.
104700     MOVE " " TO WS-PRINT-CC.
104800     PERFORM 6900-PRINT-TOTAL THRU 6900-EXIT.
104900 6000-EXIT.
105000     EXIT.
105100*****************************************************************
105200* 6100-COMPARE-FIRST - COMPARE ONE MANDELBROT REGION WITH EVERY  *
105300*                      LATER ONE                                 *
105400*****************************************************************
105500 6100-COMPARE-FIRST.
105600     IF NOT WS-REG-MANDEL(WS-REG-IDX)
105700         GO TO 6100-EXIT
105800     END-IF.
105900     COMPUTE WS-NEXT-IDX = WS-REG-IDX + 1.
106000     PERFORM 6200-COMPARE-PAIR THRU 6200-EXIT
106100         VARYING WS-OTHER-IDX FROM WS-NEXT-IDX BY 1
106200         UNTIL WS-OTHER-IDX > WS-REGION-COUNT.
106300 6100-EXIT.
106400     EXIT.
106500*****************************************************************
106600* 6200-COMPARE-PAIR - THE INTERSECTION OF THE TWO RECTANGLES AND *
106700*                     THE SHARE OF EACH REGION IT COVERS         *
106800*****************************************************************
106900 6200-COMPARE-PAIR.
107000     IF NOT WS-REG-MANDEL(WS-OTHER-IDX)
107100         GO TO 6200-EXIT
107200     END-IF.
107300     MOVE WS-REG-RE-LO(WS-REG-IDX) TO WS-OV-LO.
107400     IF WS-REG-RE-LO(WS-OTHER-IDX) > WS-OV-LO
107500         MOVE WS-REG-RE-LO(WS-OTHER-IDX) TO WS-OV-LO
107600     END-IF.
107700     MOVE WS-REG-RE-HI(WS-REG-IDX) TO WS-OV-HI.
107800     IF WS-REG-RE-HI(WS-OTHER-IDX) < WS-OV-HI
107900         MOVE WS-REG-RE-HI(WS-OTHER-IDX) TO WS-OV-HI
108000     END-IF.
108100     IF WS-OV-HI NOT > WS-OV-LO
108200         GO TO 6200-EXIT
108300     END-IF.
108400     COMPUTE WS-OV-WIDTH = WS-OV-HI - WS-OV-LO.
108500     MOVE WS-REG-IM-LO(WS-REG-IDX) TO WS-OV-LO.
108600     IF WS-REG-IM-LO(WS-OTHER-IDX) > WS-OV-LO
108700         MOVE WS-REG-IM-LO(WS-OTHER-IDX) TO WS-OV-LO
108800     END-IF.
108900     MOVE WS-REG-IM-HI(WS-REG-IDX) TO WS-OV-HI.
109000     IF WS-REG-IM-HI(WS-OTHER-IDX) < WS-OV-HI
109100         MOVE WS-REG-IM-HI(WS-OTHER-IDX) TO WS-OV-HI
109200     END-IF.
109300     IF WS-OV-HI NOT > WS-OV-LO
109400         GO TO 6200-EXIT
109500     END-IF.
109600     COMPUTE WS-OV-HEIGHT = WS-OV-HI - WS-OV-LO.
109700     IF (WS-REG-SEQ-SEED(WS-REG-IDX) NOT = SPACES
109800             AND WS-REG-SEQ-SEED(WS-REG-IDX)
109900                 = WS-REG-SEQ-SEED(WS-OTHER-IDX))
110000         OR WS-REG-SEQ-SEED(WS-REG-IDX)
110100             = WS-REG-LABEL(WS-OTHER-IDX)
110200         OR WS-REG-SEQ-SEED(WS-OTHER-IDX)
110300             = WS-REG-LABEL(WS-REG-IDX)
110400         ADD 1 TO WS-SEQ-PAIR-COUNT
110500         GO TO 6200-EXIT
110600     END-IF.
110700     COMPUTE WS-PCT-FIRST ROUNDED =
110800         WS-OV-WIDTH / (WS-REG-RE-HI(WS-REG-IDX)
110900             - WS-REG-RE-LO(WS-REG-IDX))
111000         * WS-OV-HEIGHT / (WS-REG-IM-HI(WS-REG-IDX)
111100             - WS-REG-IM-LO(WS-REG-IDX))
111200         * 100.
111300     COMPUTE WS-PCT-SECOND ROUNDED =
111400         WS-OV-WIDTH / (WS-REG-RE-HI(WS-OTHER-IDX)
111500             - WS-REG-RE-LO(WS-OTHER-IDX))
111600         * WS-OV-HEIGHT / (WS-REG-IM-HI(WS-OTHER-IDX)
111700             - WS-REG-IM-LO(WS-OTHER-IDX))
111800         * 100.
111900     ADD 1 TO WS-OVERLAP-COUNT.
112000     IF WS-PCT-FIRST NOT < WS-NEAR-DUP-PCT
112100         AND WS-PCT-SECOND NOT < WS-NEAR-DUP-PCT
112200         ADD 1 TO WS-NEAR-DUP-COUNT
112300         MOVE "NEAR-DUPLICATE - PARK ONE OF THE TWO"
112400             TO WS-OL-FINDING
112500     ELSE
112600         IF WS-PCT-FIRST NOT < 100
112700             MOVE "FIRST LIES WHOLLY INSIDE THE SECOND"
112800                 TO WS-OL-FINDING
112900         ELSE
113000             IF WS-PCT-SECOND NOT < 100
113100                 MOVE "SECOND LIES WHOLLY INSIDE THE FIRST"
113200                     TO WS-OL-FINDING
113300             ELSE
113400                 MOVE "PARTIAL OVERLAP" TO WS-OL-FINDING
113500             END-IF
113600         END-IF
113700     END-IF.
113800     IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
113900         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
114000         MOVE SPACES TO WS-PRINT-TEXT
114100         MOVE WS-OVERLAP-HEAD TO WS-PRINT-TEXT
114200         MOVE " " TO WS-PRINT-CC
114300         PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT
114400         ADD 1 TO WS-LINE-COUNT
114500     END-IF.
114600     MOVE WS-REG-LABEL(WS-REG-IDX) TO WS-OL-FIRST.
114700     MOVE WS-REG-LABEL(WS-OTHER-IDX) TO WS-OL-SECOND.
114800     MOVE WS-PCT-FIRST TO WS-OL-PCT-FIRST.
114900     MOVE WS-PCT-SECOND TO WS-OL-PCT-SECOND.
115000     MOVE SPACES TO WS-PRINT-TEXT.
115100     MOVE WS-OVERLAP-LINE TO WS-PRINT-TEXT.
115200     MOVE " " TO WS-PRINT-CC.
115300     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
115400     ADD 1 TO WS-LINE-COUNT.
115500 6200-EXIT.
115600     EXIT.
115700*****************************************************************
115800* 6900-PRINT-TOTAL - ONE COUNT LINE                              *
115900*****************************************************************
116000 6900-PRINT-TOTAL.
116100     MOVE SPACES TO WS-PRINT-TEXT.
116200     MOVE WS-TOTAL-LINE TO WS-PRINT-TEXT.
116300     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
116400     ADD 2 TO WS-LINE-COUNT.
116500 6900-EXIT.
116600     EXIT.
116700*****************************************************************
116800* 7000-PRINT-PAGE-HEADING - NEW PAGE WITH THE RUN DATE AND THE   *
116900*                           SECTION TITLE                        *
117000*****************************************************************
117100 7000-PRINT-PAGE-HEADING.
117200     ADD 1 TO WS-PAGE-COUNT.
117300     MOVE WS-RUN-DATE TO WS-H1-DATE.
117400     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
117500     MOVE SPACES TO WS-PRINT-TEXT.
117600     MOVE WS-HEAD1 TO WS-PRINT-TEXT.
117700     MOVE "1" TO WS-PRINT-CC.
117800     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
117900     MOVE SPACES TO WS-PRINT-TEXT.
118000     MOVE WS-SECTION-TITLE TO WS-PRINT-TEXT.
118100     MOVE "0" TO WS-PRINT-CC.
118200     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
118300     MOVE 3 TO WS-LINE-COUNT.
118400 7000-EXIT.
118500     EXIT.
118600*****************************************************************
118700* 7900-WRITE-PRINT-LINE - PHYSICAL WRITE OF CC + TEXT            *
118800*****************************************************************
118900 7900-WRITE-PRINT-LINE.
119000     WRITE COVERAGE-PRINT-RECORD FROM WS-PRINT-LINE.
119100     IF WS-COVRPT-STATUS NOT = "00"
119200         DISPLAY "COVMAP - WRITE FAILED ON COVRPT - "
119300             "FILE STATUS " WS-COVRPT-STATUS
119400         MOVE 16 TO RETURN-CODE
119500     END-IF.
119600 7900-EXIT.
119700     EXIT.
119800*****************************************************************
119900* 8000-TERMINATE - CLOSE THE REPORT, SHOW THE COUNTS AND SET THE *
120000*                  CONDITION CODE                                *
120100*****************************************************************
120200 8000-TERMINATE.
120300     CLOSE COVERAGE-PRINT-FILE.
120400     DISPLAY "COVMAP - MANDELBROT REGIONS MAPPED: "
120500         WS-MANDEL-COUNT.
120600     DISPLAY "COVMAP - JULIA SEEDS MAPPED:       "
120700         WS-JULIA-COUNT.
120800     DISPLAY "COVMAP - INACTIVE, NOT MAPPED:     "
120900         WS-INACTIVE-COUNT.
121000     DISPLAY "COVMAP - CARD NOT USABLE:          "
121100         WS-UNMAPPABLE-COUNT.
121200     DISPLAY "COVMAP - MAPS PRINTED:             "
121300         WS-MAP-COUNT.
121400     DISPLAY "COVMAP - OVERLAPPING PAIRS:        "
121500         WS-OVERLAP-COUNT.
121600     DISPLAY "COVMAP - NEAR-DUPLICATE PAIRS:     "
121700         WS-NEAR-DUP-COUNT.
121800     IF WS-ZOOM-FULL-COUNT > ZERO
121900         DISPLAY "COVMAP - ZOOM QUEUE FULL AT 99 MAPS - "
122000             WS-ZOOM-FULL-COUNT " CROWDED CELLS NOT ENLARGED"
122100     END-IF.
122200     IF WS-OVERLAP-COUNT > ZERO AND RETURN-CODE = ZERO
122300         MOVE 4 TO RETURN-CODE
122400     END-IF.
122500 8000-EXIT.
122600     EXIT.
122700*****************************************************************
122800* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
122900*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
123000*                      FIELDS FOR THE NEXT CALLER                *
123100*****************************************************************
123200 9500-JOURNAL-EVENT.
123300     MOVE "COVMAP" TO JRNL-PROGRAM.
123400     CALL "JRNLWRT" USING JRNL-RECORD.
123500     MOVE SPACES TO JRNL-REGION-LABEL.
123600     MOVE SPACES TO JRNL-DETAIL.
123700     MOVE ZERO TO JRNL-RETURN-CODE.
123800 9500-EXIT.
123900     EXIT.
124000*****************************************************************
124100* 9999-EXIT - END OF JOB                                         *
124200*****************************************************************
124300 9999-EXIT.
124400     MOVE "END" TO JRNL-EVENT-TYPE.
124500     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
124600     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
124700     STOP RUN.
