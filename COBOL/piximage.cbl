000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PIXIMAGE.
000300 AUTHOR.        R L HUTCHENS.
000400 INSTALLATION.  MATH/SCIENCE APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* PIXIMAGE TURNS A REGION'S DELIMITED PIXEL EXPORT (PIXREC,      *
000900* WRITTEN BY THE RENDER PROGRAM WHEN THE CONTROL CARD ASKS FOR   *
001000* OUTPUT MODE D) INTO A STANDARD PLAIN-TEXT NETPBM IMAGE: A      *
001100* GREYSCALE PGM (P2) OR A COLOUR PPM (P3) THAT ANY IMAGE VIEWER  *
001200* OR CONVERTER READS. ONE IMAGE PIXEL PER EXPORT PIXEL, TOP ROW  *
001300* FIRST, SO THE PICTURE HAS THE SAME ORIENTATION AS THE ART.     *
001400*                                                                *
001500* ESCAPE COUNTS ARE MAPPED TO COLOURS THROUGH THE PALETTE TABLE  *
001600* (PALETTE), THE IMAGE COUNTERPART OF THE ART'S SHDRAMP RAMP.    *
001700* THE REGION CARD'S CTL-SHADE-MODE PICKS THE MAPPING, AS IT DOES *
001800* FOR THE ART: L (OR BLANK) SCALES THE COUNT LINEARLY ACROSS THE *
001900* PALETTE AGAINST MAX-ITER; E EQUALIZES, GIVING EACH PALETTE     *
002000* ENTRY AN EQUAL SHARE OF THE ESCAPED PIXELS. THE ART EQUALIZES  *
002100* FROM THE LAST RUN'S TEN HISTORY BUCKETS BECAUSE IT SHADES AS   *
002200* IT RENDERS; THE EXPORT ALREADY HOLDS EVERY COUNT, SO THE IMAGE *
002300* EQUALIZES FROM THE EXPORT'S OWN DISTRIBUTION. PER THE PIXREC   *
002400* LAYOUT, A PIXEL CARRYING THE FULL ITERATION CAP IS IN-SET AND  *
002500* WEARS THE PALETTE'S IN-SET COLOUR, NEVER A PALETTE ENTRY.      *
002600*                                                                *
002700* A WIDE REGION'S ART IS CUT INTO 79-COLUMN .TNN TILES, BUT ITS  *
002800* PIXEL EXPORT NEVER IS. THE IMAGE IS THEREFORE ALWAYS ONE       *
002900* PICTURE OF THE WHOLE VIEWPORT ON THE CARD, UP TO 1999 CELLS ON *
003000* EITHER AXIS, WHETHER THE CARD IS CATALOGUED FOR ART OR FOR     *
003100* DELIMITED OUTPUT.                                              *
003200*                                                                *
003300* THE EXPORT IS READ TWICE: ONCE TO VALIDATE IT AND TALLY ITS    *
003400* ESCAPE COUNTS, ONCE TO WRITE THE IMAGE. AN EXPORT IS REJECTED, *
003500* AND NO IMAGE WRITTEN, WHEN A PIXEL LIES OUTSIDE THE CARD'S     *
003600* VIEWPORT, WHEN THE PIXELS ARE OUT OF ROW/COLUMN ORDER, OR WHEN *
003700* THE PIXEL COUNT IS NOT THE VIEWPORT'S FULL PIXEL COUNT - THE   *
003800* SAME COUNT RECONCIL HOLDS A DELIMITED REGION TO.               *
003900*                                                                *
004000* THE OPTIONAL IMGOPT CARD PICKS THE IMAGE TYPE:                 *
004100*   COL 1      G (OR BLANK) GREYSCALE PGM, C COLOUR PPM          *
004200* A MISSING OR BLANK CARD MEANS GREYSCALE.                       *
004300*                                                                *
004400* CONDITION CODES: 0 IMAGE WRITTEN, 16 BAD CARD, FILE PROBLEM    *
004500* OR EXPORT REJECTED.                                            *
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
005700     SELECT CONTROL-CARD-FILE   ASSIGN TO CTLCARD
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CTLCARD-STATUS.
006000     SELECT IMAGE-OPTION-FILE   ASSIGN TO IMGOPT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-IMGOPT-STATUS.
006300     SELECT PIXEL-INPUT-FILE    ASSIGN TO PIXIN
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PIXIN-STATUS.
006600     SELECT IMAGE-OUTPUT-FILE   ASSIGN TO IMGOUT
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-IMGOUT-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CONTROL-CARD-FILE
007200     RECORDING MODE IS F.
007300 01  CONTROL-CARD-RECORD        PIC X(120).
007400 FD  IMAGE-OPTION-FILE
007500     RECORDING MODE IS F.
007600 01  IMAGE-OPTION-RECORD        PIC X(80).
007700 FD  PIXEL-INPUT-FILE
007800     RECORDING MODE IS F.
007900 01  PIXEL-INPUT-RECORD         PIC X(42).
008000 FD  IMAGE-OUTPUT-FILE
008100     RECORDING MODE IS F.
008200 01  IMAGE-OUTPUT-RECORD        PIC X(70).
008300 WORKING-STORAGE SECTION.
008400*****************************************************************
008500* THE REGION'S CONTROL CARD, ONE PIXEL-EXPORT RECORD AND THE     *
008600* COLOUR PALETTE                                                 *
008700*****************************************************************
008800     COPY CTLCARD.
008900     COPY PIXREC.
009000     COPY PALETTE.
009100*****************************************************************
009200* IMAGE OPTION CARD                                              *
009300*****************************************************************
009400 01  IMG-OPTION-CARD.
009500     05  IMG-TYPE            PIC X(01).
009600         88  IMG-TYPE-GREY               VALUE "G".
009700         88  IMG-TYPE-COLOUR             VALUE "C".
009800     05  FILLER              PIC X(79).
009900*****************************************************************
010000* SWITCHES                                                       *
010100*****************************************************************
010200 01  WS-SWITCHES.
010300     05  WS-EOF-SW           PIC X(01)   VALUE "N".
010400         88  WS-EOF                      VALUE "Y".
010500     05  WS-OPT-EOF-SW       PIC X(01)   VALUE "N".
010600         88  WS-OPT-EOF                  VALUE "Y".
010700     05  WS-PIX-EOF-SW       PIC X(01)   VALUE "N".
010800         88  WS-PIX-EOF                  VALUE "Y".
010900     05  WS-FIRST-PIXEL-SW   PIC X(01)   VALUE "Y".
011000         88  WS-FIRST-PIXEL              VALUE "Y".
011100     05  WS-EQUALIZE-SW      PIC X(01)   VALUE "N".
011200         88  WS-EQUALIZE                 VALUE "Y".
011300 01  WS-CTLCARD-STATUS       PIC X(02)   VALUE SPACES.
011400 01  WS-IMGOPT-STATUS        PIC X(02)   VALUE SPACES.
011500 01  WS-PIXIN-STATUS         PIC X(02)   VALUE SPACES.
011600 01  WS-IMGOUT-STATUS        PIC X(02)   VALUE SPACES.
011700*****************************************************************
011800* VIEWPORT GEOMETRY AND TALLIES                                  *
011900*****************************************************************
012000 77  WS-Y-SPAN               PIC 9(4).
012100 77  WS-X-SPAN               PIC 9(4).
012200 77  WS-EXPECTED-PIXELS      PIC 9(8).
012300 77  WS-PIXEL-COUNT          PIC 9(8)    VALUE ZERO.
012400 77  WS-IN-SET-COUNT         PIC 9(8)    VALUE ZERO.
012500 77  WS-ESCAPED-COUNT        PIC 9(8)    VALUE ZERO.
012600 77  WS-PREV-ROW             PIC S9(3)   VALUE ZERO.
012700 77  WS-PREV-COL             PIC S9(3)   VALUE ZERO.
012800*****************************************************************
012900* ESCAPE-COUNT TALLY AND THE COUNT-TO-PALETTE MAP. ENTRY N OF    *
013000* EACH TABLE IS FOR AN ESCAPE AT ITERATION N; THE ITERATION CAP  *
013100* ITSELF IS IN-SET AND NEVER MAPPED.                             *
013200*****************************************************************
013300 01  WS-ESCAPE-TALLY.
013400     05  WS-ESC-PIXELS       OCCURS 9999 TIMES PIC 9(8).
013500 01  WS-ESCAPE-MAP.
013600     05  WS-ESC-PAL-IDX      OCCURS 9999 TIMES PIC 9(3).
013700 77  WS-ITER-IDX             PIC 9(4).
013800 77  WS-ESC-ITER             PIC 9(4).
013900 77  WS-PAL-IDX              PIC 9(3).
014000 77  WS-EQ-CUM               PIC 9(8).
014100*****************************************************************
014200* IMAGE OUTPUT - VALUES ARE PACKED INTO 70-BYTE LINES, THE       *
014300* LONGEST LINE THE NETPBM PLAIN FORMATS CALL FOR                 *
014400*****************************************************************
014500 01  WS-IMAGE-LINE           PIC X(70).
014600 77  WS-LINE-PTR             PIC 9(3).
014700 77  WS-LINE-LIMIT           PIC 9(3).
014800 77  WS-IMAGE-ROWS           PIC 9(8)    VALUE ZERO.
014900 77  WS-WIDTH-ED             PIC ZZZ9.
015000 77  WS-HEIGHT-ED            PIC ZZZ9.
015100 77  WS-MAX-VALUE-ED         PIC ZZ9.
015200 01  WS-PIXEL-VALUES.
015300     05  WS-PV-GREY          PIC 9(3).
015400     05  WS-PV-RED           PIC 9(3).
015500     05  WS-PV-GREEN         PIC 9(3).
015600     05  WS-PV-BLUE          PIC 9(3).
015700*****************************************************************
015800* RUN-EVENT JOURNAL - ONE STAMPED EVENT AT START AND END, AND A  *
015900* REJECT WHEN THE EXPORT IS TURNED AWAY, APPENDED THROUGH        *
016000* JRNLWRT                                                        *
016100*****************************************************************
016200     COPY JRNLREC.
016300 PROCEDURE DIVISION.
016400*****************************************************************
016500* 0000-MAINLINE - OVERALL CONTROL                                *
016600*****************************************************************
016700 0000-MAINLINE.
016800     MOVE ZERO TO RETURN-CODE.
016900     MOVE SPACES TO JRNL-RECORD.
017000     MOVE ZERO TO JRNL-RETURN-CODE.
017100     MOVE "START" TO JRNL-EVENT-TYPE.
017200     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400     PERFORM 2000-EDIT-CONTROL-CARD THRU 2000-EXIT.
017500     IF RETURN-CODE NOT = ZERO
017600         GO TO 9999-EXIT
017700     END-IF.
017800     PERFORM 3000-SCAN-EXPORT THRU 3000-EXIT.
017900     IF RETURN-CODE NOT = ZERO
018000         GO TO 9999-EXIT
018100     END-IF.
018200     PERFORM 4000-CHECK-PIXEL-COUNT THRU 4000-EXIT.
018300     IF RETURN-CODE NOT = ZERO
018400         GO TO 9999-EXIT
018500     END-IF.
018600     PERFORM 5000-BUILD-ESCAPE-MAP THRU 5000-EXIT.
018700     PERFORM 6000-WRITE-IMAGE THRU 6000-EXIT.
018800     IF RETURN-CODE = ZERO
018900         PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
019000     END-IF.
019100     GO TO 9999-EXIT.
019200*****************************************************************
019300* 1000-INITIALIZE - READ THE REGION'S CONTROL CARD AND THE       *
019400*                   OPTIONAL IMAGE OPTION CARD, AND CLEAR THE    *
019500*                   ESCAPE TALLY. A MISSING OR BLANK OPTION      *
019600*                   CARD MEANS A GREYSCALE IMAGE.                *
019700*****************************************************************
019800 1000-INITIALIZE.
019900     OPEN INPUT CONTROL-CARD-FILE.
020000     READ CONTROL-CARD-FILE INTO CTL-CARD-AREA
020100         AT END SET WS-EOF TO TRUE
020200     END-READ.
020300     CLOSE CONTROL-CARD-FILE.
020400     MOVE SPACES TO IMG-OPTION-CARD.
020500     OPEN INPUT IMAGE-OPTION-FILE.
020600     IF WS-IMGOPT-STATUS = "00"
020700         READ IMAGE-OPTION-FILE INTO IMG-OPTION-CARD
020800             AT END SET WS-OPT-EOF TO TRUE
020900         END-READ
021000         CLOSE IMAGE-OPTION-FILE
021100     ELSE
021200         SET WS-OPT-EOF TO TRUE
021300     END-IF.
021400     IF WS-OPT-EOF OR IMG-TYPE = SPACE
021500         SET IMG-TYPE-GREY TO TRUE
021600     END-IF.
021700     IF CTL-SHADE-MODE = SPACE
021800         SET CTL-SHADE-LINEAR TO TRUE
021900     END-IF.
022000     MOVE ZEROS TO WS-ESCAPE-TALLY.
022100     MOVE ZEROS TO WS-ESCAPE-MAP.
022200 1000-EXIT.
022300     EXIT.
022400*****************************************************************
022500* 2000-EDIT-CONTROL-CARD - THE RANGE CHECKS THE ANALYSIS STEP    *
022600*                          APPLIES, PLUS THE OPTION CARD AND THE *
022700*                          PALETTE ITSELF.                       *
022800*****************************************************************
022900 2000-EDIT-CONTROL-CARD.
023000     IF WS-EOF OR WS-CTLCARD-STATUS NOT = "00"
023100         DISPLAY "PIXIMAGE - BAD CONTROL CARD - UNABLE TO READ "
023200             "A CONTROL CARD FROM CTLCARD - FILE STATUS "
023300             WS-CTLCARD-STATUS
023400         MOVE 16 TO RETURN-CODE
023500         GO TO 2000-EXIT
023600     END-IF.
023700     MOVE CTL-REGION-LABEL TO JRNL-REGION-LABEL.
023800     IF CTL-Y-LOW NOT < CTL-Y-HIGH
023900         DISPLAY "PIXIMAGE - BAD CONTROL CARD - CTL-Y-LOW MUST "
024000             "BE LESS THAN CTL-Y-HIGH"
024100         MOVE 16 TO RETURN-CODE
024200     END-IF.
024300     IF CTL-X-LOW NOT < CTL-X-HIGH
024400         DISPLAY "PIXIMAGE - BAD CONTROL CARD - CTL-X-LOW MUST "
024500             "BE LESS THAN CTL-X-HIGH"
024600         MOVE 16 TO RETURN-CODE
024700     END-IF.
024800     IF CTL-MAX-ITER = ZERO
024900         DISPLAY "PIXIMAGE - BAD CONTROL CARD - CTL-MAX-ITER "
025000             "MUST BE GREATER THAN ZERO"
025100         MOVE 16 TO RETURN-CODE
025200     END-IF.
025300     IF NOT CTL-SHADE-LINEAR AND NOT CTL-SHADE-EQUAL
025400         DISPLAY "PIXIMAGE - BAD CONTROL CARD - CTL-SHADE-MODE "
025500             "MUST BE L, E OR BLANK"
025600         MOVE 16 TO RETURN-CODE
025700     END-IF.
025800     IF NOT IMG-TYPE-GREY AND NOT IMG-TYPE-COLOUR
025900         DISPLAY "PIXIMAGE - BAD OPTION CARD - THE IMAGE TYPE "
026000             "IN COLUMN 1 MUST BE G, C OR BLANK"
026100         MOVE 16 TO RETURN-CODE
026200     END-IF.
026300     IF PAL-ENTRY-COUNT = ZERO OR PAL-ENTRY-COUNT > 32
026400         DISPLAY "PIXIMAGE - PALETTE TABLE IS BAD - "
026500             "PAL-ENTRY-COUNT MUST BE 1 THROUGH 32"
026600         MOVE 16 TO RETURN-CODE
026700     END-IF.
026800     IF RETURN-CODE NOT = ZERO
026900         GO TO 2000-EXIT
027000     END-IF.
027100     COMPUTE WS-Y-SPAN = CTL-Y-HIGH - CTL-Y-LOW + 1.
027200     COMPUTE WS-X-SPAN = CTL-X-HIGH - CTL-X-LOW + 1.
027300     IF WS-Y-SPAN > 1999 OR WS-X-SPAN > 1999
027400         DISPLAY "PIXIMAGE - BAD CONTROL CARD - VIEWPORT SPANS "
027500             "MUST NOT EXCEED 1999 CELLS ON EITHER AXIS"
027600         MOVE 16 TO RETURN-CODE
027700     END-IF.
027800     COMPUTE WS-EXPECTED-PIXELS = WS-Y-SPAN * WS-X-SPAN.
027900 2000-EXIT.
028000     EXIT.
028100*****************************************************************
028200* 3000-SCAN-EXPORT - FIRST PASS: VALIDATE EVERY PIXEL AND TALLY  *
028300*                    THE ESCAPE COUNTS                           *
028400*****************************************************************
028500 3000-SCAN-EXPORT.
028600     OPEN INPUT PIXEL-INPUT-FILE.
028700     IF WS-PIXIN-STATUS NOT = "00"
028800         DISPLAY "PIXIMAGE - UNABLE TO OPEN PIXIN - "
028900             "FILE STATUS " WS-PIXIN-STATUS
029000         MOVE 16 TO RETURN-CODE
029100         GO TO 3000-EXIT
029200     END-IF.
029300     MOVE "N" TO WS-PIX-EOF-SW.
029400     PERFORM 3100-SCAN-ONE-PIXEL THRU 3100-EXIT
029500         UNTIL WS-PIX-EOF OR RETURN-CODE NOT = ZERO.
029600     CLOSE PIXEL-INPUT-FILE.
029700     IF RETURN-CODE NOT = ZERO
029800         MOVE "REJECT" TO JRNL-EVENT-TYPE
029900         MOVE 16 TO JRNL-RETURN-CODE
030000         MOVE "PIXEL EXPORT OUT OF VIEWPORT OR ORDER"
030100             TO JRNL-DETAIL
030200         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
030300         MOVE 16 TO RETURN-CODE
030400     END-IF.
030500 3000-EXIT.
030600     EXIT.
030700*****************************************************************
030800* 3100-SCAN-ONE-PIXEL - READ, CHECK AND TALLY ONE PIXEL RECORD   *
030900*****************************************************************
031000 3100-SCAN-ONE-PIXEL.
031100     READ PIXEL-INPUT-FILE INTO PIX-RECORD
031200         AT END SET WS-PIX-EOF TO TRUE
031300     END-READ.
031400     IF WS-PIX-EOF
031500         GO TO 3100-EXIT
031600     END-IF.
031700     IF PIX-ROW < CTL-Y-LOW OR PIX-ROW > CTL-Y-HIGH
031800         OR PIX-COL < CTL-X-LOW OR PIX-COL > CTL-X-HIGH
031900         DISPLAY "PIXIMAGE - PIXEL AT ROW " PIX-ROW " COL "
032000             PIX-COL " IS OUTSIDE THE CARD'S VIEWPORT - "
032100             "WRONG CARD OR WRONG EXPORT"
032200         MOVE 16 TO RETURN-CODE
032300         GO TO 3100-EXIT
032400     END-IF.
032500     IF NOT WS-FIRST-PIXEL
032600         IF PIX-ROW < WS-PREV-ROW
032700             OR (PIX-ROW = WS-PREV-ROW
032800                 AND PIX-COL NOT > WS-PREV-COL)
032900             DISPLAY "PIXIMAGE - PIXEL AT ROW " PIX-ROW " COL "
033000                 PIX-COL " IS OUT OF ROW/COLUMN ORDER - "
033100                 "EXPORT NOT USABLE"
033200             MOVE 16 TO RETURN-CODE
033300             GO TO 3100-EXIT
033400         END-IF
033500     END-IF.
033600     ADD 1 TO WS-PIXEL-COUNT.
033700     IF PIX-ITER-COUNT NOT < CTL-MAX-ITER
033800         ADD 1 TO WS-IN-SET-COUNT
033900     ELSE
034000         ADD 1 TO WS-ESCAPED-COUNT
034100         PERFORM 3200-SET-ESCAPE-ITER THRU 3200-EXIT
034200         ADD 1 TO WS-ESC-PIXELS(WS-ESC-ITER)
034300     END-IF.
034400     MOVE PIX-ROW TO WS-PREV-ROW.
034500     MOVE PIX-COL TO WS-PREV-COL.
034600     MOVE "N" TO WS-FIRST-PIXEL-SW.
034700 3100-EXIT.
034800     EXIT.
034900*****************************************************************
035000* 3200-SET-ESCAPE-ITER - THE TALLY/MAP SUBSCRIPT FOR AN ESCAPED  *
035100*                        PIXEL. THE RENDER COUNTS ITERATIONS     *
035200*                        FROM 1; A ZERO COUNT IS TAKEN AS 1.     *
035300*****************************************************************
035400 3200-SET-ESCAPE-ITER.
035500     IF PIX-ITER-COUNT = ZERO
035600         MOVE 1 TO WS-ESC-ITER
035700     ELSE
035800         MOVE PIX-ITER-COUNT TO WS-ESC-ITER
035900     END-IF.
036000 3200-EXIT.
036100     EXIT.
036200*****************************************************************
036300* 4000-CHECK-PIXEL-COUNT - THE EXPORT MUST HOLD EXACTLY THE      *
036400*                          VIEWPORT'S PIXELS. WITH THE VIEWPORT  *
036500*                          AND ORDER CHECKS ALREADY PASSED, A    *
036600*                          MATCHING COUNT MEANS EVERY CELL OF    *
036700*                          THE IMAGE IS PRESENT ONCE.            *
036800*****************************************************************
036900 4000-CHECK-PIXEL-COUNT.
037000     IF WS-PIXEL-COUNT NOT = WS-EXPECTED-PIXELS
037100         DISPLAY "PIXIMAGE - " CTL-REGION-LABEL
037200             " REJECTED - PIXIN HOLDS " WS-PIXEL-COUNT
037300             " RECORDS BUT THE VIEWPORT HOLDS "
037400             WS-EXPECTED-PIXELS " PIXELS - NO IMAGE WRITTEN"
037500         MOVE "REJECT" TO JRNL-EVENT-TYPE
037600         MOVE 16 TO JRNL-RETURN-CODE
037700         MOVE "PIXEL COUNT DOES NOT MATCH VIEWPORT"
037800             TO JRNL-DETAIL
037900         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
038000         MOVE 16 TO RETURN-CODE
038100     END-IF.
038200 4000-EXIT.
038300     EXIT.
038400*****************************************************************
038500* 5000-BUILD-ESCAPE-MAP - PICK EACH ESCAPE COUNT'S PALETTE       *
038600*                         ENTRY. LINEAR SCALES THE COUNT AGAINST *
038700*                         MAX-ITER THE WAY THE ART SCALES IT     *
038800*                         AGAINST THE SHADE RAMP; EQUALIZED USES *
038900*                         THE CUMULATIVE ESCAPED SHARE THROUGH   *
039000*                         EACH COUNT. NO ESCAPED PIXELS MEANS    *
039100*                         NOTHING TO EQUALIZE - LINEAR IT IS.    *
039200*****************************************************************
039300 5000-BUILD-ESCAPE-MAP.
039400     IF CTL-SHADE-EQUAL
039500         IF WS-ESCAPED-COUNT = ZERO
039600             DISPLAY "PIXIMAGE - REGION " CTL-REGION-LABEL
039700                 " HAS NO ESCAPED PIXELS - EQUALIZED MAPPING "
039800                 "FALLS BACK TO LINEAR"
039900         ELSE
040000             SET WS-EQUALIZE TO TRUE
040100         END-IF
040200     END-IF.
040300     MOVE ZERO TO WS-EQ-CUM.
040400     PERFORM 5100-MAP-ONE-COUNT THRU 5100-EXIT
040500         VARYING WS-ITER-IDX FROM 1 BY 1
040600         UNTIL WS-ITER-IDX NOT < CTL-MAX-ITER.
040700 5000-EXIT.
040800     EXIT.
040900*****************************************************************
041000* 5100-MAP-ONE-COUNT - ONE ESCAPE COUNT'S PALETTE ENTRY          *
041100*****************************************************************
041200 5100-MAP-ONE-COUNT.
041300     IF WS-EQUALIZE
041400         ADD WS-ESC-PIXELS(WS-ITER-IDX) TO WS-EQ-CUM
041500         COMPUTE WS-ESC-PAL-IDX(WS-ITER-IDX) =
041600             ((WS-EQ-CUM * (PAL-ENTRY-COUNT - 1))
041700                 / WS-ESCAPED-COUNT) + 1
041800     ELSE
041900         COMPUTE WS-ESC-PAL-IDX(WS-ITER-IDX) =
042000             ((WS-ITER-IDX - 1) * (PAL-ENTRY-COUNT - 1)
042100                 / (CTL-MAX-ITER - 1)) + 1
042200     END-IF.
042300 5100-EXIT.
042400     EXIT.
042500*****************************************************************
042600* 6000-WRITE-IMAGE - SECOND PASS: WRITE THE NETPBM HEADER, THEN  *
042700*                    ONE VALUE (PGM) OR RED/GREEN/BLUE TRIPLE    *
042800*                    (PPM) PER PIXEL IN EXPORT ORDER             *
042900*****************************************************************
043000 6000-WRITE-IMAGE.
043100     OPEN OUTPUT IMAGE-OUTPUT-FILE.
043200     IF WS-IMGOUT-STATUS NOT = "00"
043300         DISPLAY "PIXIMAGE - UNABLE TO OPEN IMGOUT - "
043400             "FILE STATUS " WS-IMGOUT-STATUS
043500         MOVE 16 TO RETURN-CODE
043600         GO TO 6000-EXIT
043700     END-IF.
043800     PERFORM 6100-WRITE-HEADER THRU 6100-EXIT.
043900     IF IMG-TYPE-COLOUR
044000         MOVE 60 TO WS-LINE-LIMIT
044100     ELSE
044200         MOVE 68 TO WS-LINE-LIMIT
044300     END-IF.
044400     MOVE SPACES TO WS-IMAGE-LINE.
044500     MOVE 1 TO WS-LINE-PTR.
044600     OPEN INPUT PIXEL-INPUT-FILE.
044700     IF WS-PIXIN-STATUS NOT = "00"
044800         DISPLAY "PIXIMAGE - UNABLE TO REOPEN PIXIN - "
044900             "FILE STATUS " WS-PIXIN-STATUS
045000         MOVE 16 TO RETURN-CODE
045100         CLOSE IMAGE-OUTPUT-FILE
045200         GO TO 6000-EXIT
045300     END-IF.
045400     MOVE "N" TO WS-PIX-EOF-SW.
045500     PERFORM 6200-WRITE-ONE-PIXEL THRU 6200-EXIT
045600         UNTIL WS-PIX-EOF OR RETURN-CODE NOT = ZERO.
045700     CLOSE PIXEL-INPUT-FILE.
045800     IF WS-LINE-PTR > 1
045900         PERFORM 6400-PUT-IMAGE-LINE THRU 6400-EXIT
046000     END-IF.
046100     CLOSE IMAGE-OUTPUT-FILE.
046200 6000-EXIT.
046300     EXIT.
046400*****************************************************************
046500* 6100-WRITE-HEADER - MAGIC NUMBER, A COMMENT NAMING THE REGION, *
046600*                     WIDTH AND HEIGHT, AND THE MAXIMUM VALUE    *
046700*****************************************************************
046800 6100-WRITE-HEADER.
046900     IF IMG-TYPE-COLOUR
047000         MOVE "P3" TO WS-IMAGE-LINE
047100     ELSE
047200         MOVE "P2" TO WS-IMAGE-LINE
047300     END-IF.
047400     PERFORM 6400-PUT-IMAGE-LINE THRU 6400-EXIT.
047500     STRING "# REGION " DELIMITED BY SIZE
047600         CTL-REGION-LABEL DELIMITED BY SPACE
047700         INTO WS-IMAGE-LINE
047800     END-STRING.
047900     PERFORM 6400-PUT-IMAGE-LINE THRU 6400-EXIT.
048000     MOVE WS-X-SPAN TO WS-WIDTH-ED.
048100     MOVE WS-Y-SPAN TO WS-HEIGHT-ED.
048200     STRING WS-WIDTH-ED DELIMITED BY SIZE
048300         " " DELIMITED BY SIZE
048400         WS-HEIGHT-ED DELIMITED BY SIZE
048500         INTO WS-IMAGE-LINE
048600     END-STRING.
048700     PERFORM 6400-PUT-IMAGE-LINE THRU 6400-EXIT.
048800     MOVE PAL-MAX-VALUE TO WS-MAX-VALUE-ED.
048900     MOVE WS-MAX-VALUE-ED TO WS-IMAGE-LINE.
049000     PERFORM 6400-PUT-IMAGE-LINE THRU 6400-EXIT.
049100 6100-EXIT.
049200     EXIT.
049300*****************************************************************
049400* 6200-WRITE-ONE-PIXEL - COLOUR ONE PIXEL AND ADD ITS VALUES TO  *
049500*                        THE IMAGE LINE, STARTING A NEW LINE     *
049600*                        WHEN THIS ONE IS FULL                   *
049700*****************************************************************
049800 6200-WRITE-ONE-PIXEL.
049900     READ PIXEL-INPUT-FILE INTO PIX-RECORD
050000         AT END SET WS-PIX-EOF TO TRUE
050100     END-READ.
050200     IF WS-PIX-EOF
050300         GO TO 6200-EXIT
050400     END-IF.
050500     IF PIX-ITER-COUNT NOT < CTL-MAX-ITER
050600         MOVE PAL-IN-SET-COLOUR TO WS-PIXEL-VALUES
050700     ELSE
050800         PERFORM 3200-SET-ESCAPE-ITER THRU 3200-EXIT
050900         MOVE WS-ESC-PAL-IDX(WS-ESC-ITER) TO WS-PAL-IDX
051000         MOVE PAL-ENTRY(WS-PAL-IDX) TO WS-PIXEL-VALUES
051100     END-IF.
051200     IF WS-LINE-PTR > WS-LINE-LIMIT
051300         PERFORM 6400-PUT-IMAGE-LINE THRU 6400-EXIT
051400     END-IF.
051500     IF IMG-TYPE-COLOUR
051600         STRING WS-PV-RED DELIMITED BY SIZE
051700             " " DELIMITED BY SIZE
051800             WS-PV-GREEN DELIMITED BY SIZE
051900             " " DELIMITED BY SIZE
052000             WS-PV-BLUE DELIMITED BY SIZE
052100             " " DELIMITED BY SIZE
052200             INTO WS-IMAGE-LINE
052300             WITH POINTER WS-LINE-PTR
052400         END-STRING
052500     ELSE
052600         STRING WS-PV-GREY DELIMITED BY SIZE
052700             " " DELIMITED BY SIZE
052800             INTO WS-IMAGE-LINE
052900             WITH POINTER WS-LINE-PTR
053000         END-STRING
053100     END-IF.
053200 6200-EXIT.
053300     EXIT.
053400*****************************************************************
053500* 6400-PUT-IMAGE-LINE - WRITE ONE IMAGE LINE AND CLEAR IT        *
053600*****************************************************************
053700 6400-PUT-IMAGE-LINE.
053800     WRITE IMAGE-OUTPUT-RECORD FROM WS-IMAGE-LINE.
053900     IF WS-IMGOUT-STATUS NOT = "00"
054000         DISPLAY "PIXIMAGE - WRITE FAILED ON IMGOUT - "
054100             "FILE STATUS " WS-IMGOUT-STATUS
054200         MOVE 16 TO RETURN-CODE
054300     END-IF.
054400     ADD 1 TO WS-IMAGE-ROWS.
054500     MOVE SPACES TO WS-IMAGE-LINE.
054600     MOVE 1 TO WS-LINE-PTR.
054700 6400-EXIT.
054800     EXIT.
054900*****************************************************************
055000* 7000-PRINT-REPORT - WHAT WAS WRITTEN                           *
055100*****************************************************************
055200 7000-PRINT-REPORT.
055300     DISPLAY "PIXIMAGE - REGION " CTL-REGION-LABEL.
055400     IF IMG-TYPE-COLOUR
055500         DISPLAY "PIXIMAGE - IMAGE TYPE:     PPM (COLOUR)"
055600     ELSE
055700         DISPLAY "PIXIMAGE - IMAGE TYPE:     PGM (GREYSCALE)"
055800     END-IF.
055900     IF WS-EQUALIZE
056000         DISPLAY "PIXIMAGE - MAPPING:        EQUALIZED"
056100     ELSE
056200         DISPLAY "PIXIMAGE - MAPPING:        LINEAR"
056300     END-IF.
056400     DISPLAY "PIXIMAGE - WIDTH:          " WS-X-SPAN.
056500     DISPLAY "PIXIMAGE - HEIGHT:         " WS-Y-SPAN.
056600     DISPLAY "PIXIMAGE - PIXELS WRITTEN: " WS-PIXEL-COUNT.
056700     DISPLAY "PIXIMAGE - IN-SET PIXELS:  " WS-IN-SET-COUNT.
056800     DISPLAY "PIXIMAGE - ESCAPED PIXELS: " WS-ESCAPED-COUNT.
056900     DISPLAY "PIXIMAGE - PALETTE SIZE:   " PAL-ENTRY-COUNT.
057000     DISPLAY "PIXIMAGE - IMGOUT LINES:   " WS-IMAGE-ROWS.
057100 7000-EXIT.
057200     EXIT.
057300*****************************************************************
057400* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
057500*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
057600*                      DETAIL FOR THE NEXT CALLER                *
057700*****************************************************************
057800 9500-JOURNAL-EVENT.
057900     MOVE "PIXIMAGE" TO JRNL-PROGRAM.
058000     CALL "JRNLWRT" USING JRNL-RECORD.
058100     MOVE SPACES TO JRNL-DETAIL.
058200     MOVE ZERO TO JRNL-RETURN-CODE.
058300 9500-EXIT.
058400     EXIT.
058500*****************************************************************
058600* 9999-EXIT - END OF JOB                                         *
058700*****************************************************************
058800 9999-EXIT.
058900     MOVE "END" TO JRNL-EVENT-TYPE.
059000     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
059100     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
059200     STOP RUN.
