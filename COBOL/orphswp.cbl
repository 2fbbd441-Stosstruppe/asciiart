000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ORPHSWP.
000300 AUTHOR.        R L HUTCHENS.
000400 INSTALLATION.  MATH/SCIENCE APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* ORPHSWP IS THE WEEKLY ORPHAN AND CONSISTENCY SWEEP. A REGION   *
000900* DELETED OR RENAMED THROUGH REGCATMT LEAVES ITS RECORDS BEHIND  *
001000* IN EVERY OTHER STORE - ITS BASELINE ON BASEMST (BASEREC), ITS  *
001100* RUN HISTORY ON HISTMST (HISTREC), ITS CHECKPOINT (CKPTREC) AND *
001200* THE ART, SUMMARY AND PIXEL MEMBERS DERIVED FROM THE OLD LABEL. *
001300* A STALE CHECKPOINT IS THE DANGEROUS ONE: IT MAKES ASCIIART     *
001400* RESTART A REGION THAT WAS REDEFINED SINCE. THE SWEEP LOADS THE *
001500* REGION CATALOG (REGNCAT) AND WALKS EACH STORE AGAINST IT:      *
001600*                                                                *
001700*   BASEMST  - A BASELINE WITH NO CATALOG ENTRY, OR ONE NO       *
001800*              CATALOG REGION WOULD PROMOTE TODAY (A TILE THE    *
001900*              REGION NO LONGER HAS, AN UNTILED BASELINE FOR A   *
002000*              REGION THAT IS NOW TILED).                        *
002100*   HISTMST  - RUN HISTORY FILED UNDER A LABEL WITH NO CATALOG   *
002200*              ENTRY, REPORTED ONCE PER LABEL WITH ITS RECORD    *
002300*              COUNT AND DATE RANGE.                             *
002400*   CKPTFILE, ARTOUT, SUMOUT, PIXOUT                             *
002500*            - A PER-REGION DATASET ON THE DSLIST CATALOG        *
002600*              LISTING WITH NO CATALOG ENTRY, OR ONE THE         *
002700*              REGION'S CURRENT DEFINITION WOULD NOT PRODUCE     *
002800*              (WRONG TILE SHAPE, ART MEMBER FOR A PIXEL-MODE    *
002900*              REGION AND THE REVERSE). A CHECKPOINT IS ALSO     *
003000*              OPENED: ONE LEFT FOR AN INACTIVE REGION, OR A     *
003100*              LIVE ONE THAT CARRIES ANOTHER LABEL OR A ROW      *
003200*              OUTSIDE THE REGION'S CURRENT Y BOUNDS, IS STALE.  *
003300*   REGNCAT  - THE REVERSE CASE: AN ACTIVE CATALOG REGION WITH   *
003400*              NO BASELINE OR NO RUN HISTORY AT ALL.             *
003500*                                                                *
003600* THE SWEEP DELETES NOTHING. EACH LEFTOVER BASELINE BECOMES A    *
003700* BASELIB RETIRE CARD ON RETOUT AND EACH LEFTOVER HISTORY LABEL  *
003800* OR DATASET A PURGE TRANSACTION ON PURGOUT (SEE PURGREC), BOTH  *
003900* FOR REVIEW BEFORE THEY ARE RUN. THE REVERSE CASES ARE REPORTED *
004000* ONLY. A WIDE ART REGION'S .TNN TILE MEMBERS BELONG TO THE      *
004100* REGION THEY WERE CUT FROM.                                     *
004200*                                                                *
004300* CONDITION CODES: 0 NOTHING FOUND, 4 FINDINGS REPORTED, 16 FILE *
004400* PROBLEM OR A TABLE LIMIT REACHED.                              *
004500*                                                                *
004600* MOD LOG                                                        *
004700* DATE       INIT DESCRIPTION                                    *
004800* 2026-10-15 RLH  ORIGINAL.                                      *
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-370.
005300 OBJECT-COMPUTER.   IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT REGION-CATALOG-FILE ASSIGN TO REGNCAT
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS RCAT-REGION-LABEL
006000         FILE STATUS IS WS-REGNCAT-STATUS.
006100     SELECT BASELINE-MASTER-FILE ASSIGN TO BASEMST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS BASE-REGION-LABEL
006500         FILE STATUS IS WS-BASEMST-STATUS.
006600     SELECT HISTORY-MASTER-FILE ASSIGN TO HISTMST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS HIST-KEY
007000         FILE STATUS IS WS-HISTMST-STATUS.
007100     SELECT DATASET-LIST-FILE   ASSIGN TO DSLIST
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-DSLIST-STATUS.
007400     SELECT CHECKPOINT-FILE     ASSIGN TO WS-CHECKPOINT-DSNAME
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-CKPT-STATUS.
007700     SELECT RPT-PRINT-FILE      ASSIGN TO SWPRPT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-SWPRPT-STATUS.
008000     SELECT PURGE-OUTPUT-FILE   ASSIGN TO PURGOUT
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-PURGOUT-STATUS.
008300     SELECT RETIRE-OUTPUT-FILE  ASSIGN TO RETOUT
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-RETOUT-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  REGION-CATALOG-FILE.
008900     COPY RCATREC.
009000 FD  BASELINE-MASTER-FILE.
009100     COPY BASEREC.
009200 FD  HISTORY-MASTER-FILE.
009300     COPY HISTREC.
009400 FD  DATASET-LIST-FILE
009500     RECORDING MODE IS F.
009600 01  DATASET-LIST-RECORD        PIC X(80).
009700 FD  CHECKPOINT-FILE
009800     RECORDING MODE IS F.
009900 01  CHECKPOINT-INPUT-RECORD    PIC X(42).
010000 FD  RPT-PRINT-FILE
010100     RECORDING MODE IS F.
010200 01  RPT-PRINT-RECORD           PIC X(133).
010300 FD  PURGE-OUTPUT-FILE
010400     RECORDING MODE IS F.
010500 01  PURGE-OUTPUT-RECORD        PIC X(130).
010600 FD  RETIRE-OUTPUT-FILE
010700     RECORDING MODE IS F.
010800 01  RETIRE-OUTPUT-RECORD       PIC X(80).
010900 WORKING-STORAGE SECTION.
011000*****************************************************************
011100* A CATALOG ENTRY'S CONTROL CARD, A CHECKPOINT RECORD AND THE    *
011200* PURGE TRANSACTION                                              *
011300*****************************************************************
011400     COPY CTLCARD.
011500     COPY CKPTREC.
011600     COPY PURGREC.
011700*****************************************************************
011800* THE BASELIB RETIRE CARD - FUNCTION IN COLUMNS 1-8, REGION      *
011900* LABEL IN 9-28                                                  *
012000*****************************************************************
012100 01  SWP-RETIRE-CARD.
012200     05  SWP-RETIRE-FUNCTION PIC X(08)   VALUE "RETIRE".
012300     05  SWP-RETIRE-LABEL    PIC X(20).
012400     05  FILLER              PIC X(52)   VALUE SPACES.
012500*****************************************************************
012600* ONE DSLIST RECORD - A DATASET NAME IN COLUMNS 1-44             *
012700*****************************************************************
012800 01  SWP-DSLIST-CARD.
012900     05  SWP-DSNAME          PIC X(44).
013000     05  FILLER              PIC X(36).
013100*****************************************************************
013200* SWITCHES AND STATUS CODES                                      *
013300*****************************************************************
013400 01  WS-SWITCHES.
013500     05  WS-CAT-EOF-SW       PIC X(01)   VALUE "N".
013600         88  WS-CAT-EOF                  VALUE "Y".
013700     05  WS-BASE-EOF-SW      PIC X(01)   VALUE "N".
013800         88  WS-BASE-EOF                 VALUE "Y".
013900     05  WS-HIST-EOF-SW      PIC X(01)   VALUE "N".
014000         88  WS-HIST-EOF                 VALUE "Y".
014100     05  WS-DSL-EOF-SW       PIC X(01)   VALUE "N".
014200         88  WS-DSL-EOF                  VALUE "Y".
014300     05  WS-CKPT-EOF-SW      PIC X(01)   VALUE "N".
014400         88  WS-CKPT-EOF                 VALUE "Y".
014500 01  WS-REGNCAT-STATUS       PIC X(02)   VALUE SPACES.
014600 01  WS-BASEMST-STATUS       PIC X(02)   VALUE SPACES.
014700 01  WS-HISTMST-STATUS       PIC X(02)   VALUE SPACES.
014800 01  WS-DSLIST-STATUS        PIC X(02)   VALUE SPACES.
014900 01  WS-CKPT-STATUS          PIC X(02)   VALUE SPACES.
015000 01  WS-SWPRPT-STATUS        PIC X(02)   VALUE SPACES.
015100 01  WS-PURGOUT-STATUS       PIC X(02)   VALUE SPACES.
015200 01  WS-RETOUT-STATUS        PIC X(02)   VALUE SPACES.
015300*****************************************************************
015400* COUNTERS                                                       *
015500*****************************************************************
015600 77  WS-BASE-READ-COUNT      PIC 9(05)   VALUE ZERO.
015700 77  WS-HIST-READ-COUNT      PIC 9(07)   VALUE ZERO.
015800 77  WS-DSL-READ-COUNT       PIC 9(05)   VALUE ZERO.
015900 77  WS-DSL-IGNORED-COUNT    PIC 9(05)   VALUE ZERO.
016000 77  WS-PURGE-COUNT          PIC 9(05)   VALUE ZERO.
016100 77  WS-RETIRE-COUNT         PIC 9(05)   VALUE ZERO.
016200 77  WS-STORE-COUNT          PIC 9(05).
016300 77  WS-SWEEP-DATE           PIC 9(08).
016400*****************************************************************
016500* THE CATALOG TABLE - ONE ENTRY PER REGION IN KEY ORDER, WITH    *
016600* WHAT THE CURRENT DEFINITION PRODUCES (MODE AND TILE COUNT) AND *
016700* WHETHER A BASELINE AND RUN HISTORY WERE FOUND FOR IT           *
016800*****************************************************************
016900 01  WS-CATALOG-TABLE.
017000     05  WS-CAT-ENTRY        OCCURS 1000 TIMES.
017100         10  WS-CAT-LABEL        PIC X(20).
017200         10  WS-CAT-ACTIVE       PIC X(01).
017300         10  WS-CAT-MODE         PIC X(01).
017400         10  WS-CAT-TILES        PIC 9(02).
017500         10  WS-CAT-Y-LOW        PIC S9(3).
017600         10  WS-CAT-Y-HIGH       PIC S9(3).
017700         10  WS-CAT-BASE-SW      PIC X(01).
017800         10  WS-CAT-HIST-SW      PIC X(01).
017900 77  WS-CAT-COUNT            PIC 9(04)   VALUE ZERO.
018000 77  WS-CAT-IDX              PIC 9(04).
018100 77  WS-CAT-FOUND-IDX        PIC 9(04).
018200 77  WS-VIEW-WIDTH           PIC 9(04).
018300*****************************************************************
018400* MEMBER RESOLUTION - A STORE'S LABEL IS EITHER A CATALOG LABEL  *
018500* OR A .TNN TILE OF ONE                                          *
018600*****************************************************************
018700 01  WS-MEMBER-LABEL         PIC X(20).
018800 01  WS-PARENT-LABEL         PIC X(20).
018900 01  WS-MEMBER-STORE         PIC X(08).
019000 01  WS-SHAPE-REASON         PIC X(40).
019100 77  WS-MEMBER-TILE          PIC 9(02).
019200 77  WS-LABEL-LEN            PIC 9(02).
019300 77  WS-LABEL-IDX            PIC 9(02).
019400 01  WS-CHECKPOINT-DSNAME    PIC X(44).
019500*****************************************************************
019600* RUN-HISTORY GROUPING - ONE FINDING PER LABEL, NOT PER RECORD   *
019700*****************************************************************
019800 01  WS-HIST-GROUP.
019900     05  WS-HG-LABEL         PIC X(20)   VALUE SPACES.
020000     05  WS-HG-COUNT         PIC 9(05)   VALUE ZERO.
020100     05  WS-HG-FIRST-DATE    PIC 9(08)   VALUE ZERO.
020200     05  WS-HG-LAST-DATE     PIC 9(08)   VALUE ZERO.
020300 77  WS-HG-COUNT-ED          PIC ZZZZ9.
020400*****************************************************************
020500* THE FINDINGS TABLE - PRINTED STORE BY STORE AT THE END         *
020600*****************************************************************
020700 01  WS-FINDING-TABLE.
020800     05  WS-FND-ENTRY        OCCURS 2000 TIMES.
020900         10  WS-FND-STORE        PIC X(08).
021000         10  WS-FND-LABEL        PIC X(20).
021100         10  WS-FND-ITEM         PIC X(44).
021200         10  WS-FND-REASON       PIC X(40).
021300         10  WS-FND-ACTION       PIC X(08).
021400 77  WS-FND-COUNT            PIC 9(04)   VALUE ZERO.
021500 77  WS-FND-IDX              PIC 9(04).
021600 01  WS-NEW-FINDING.
021700     05  WS-NF-STORE         PIC X(08).
021800     05  WS-NF-LABEL         PIC X(20).
021900     05  WS-NF-ITEM          PIC X(44).
022000     05  WS-NF-REASON        PIC X(40).
022100     05  WS-NF-ACTION        PIC X(08).
022200         88  WS-NF-RETIRE            VALUE "RETIRE".
022300         88  WS-NF-PURGE             VALUE "PURGE".
022400         88  WS-NF-REVIEW            VALUE "REVIEW".
022500 01  WS-SECTION-STORE        PIC X(08).
022600*****************************************************************
022700* PRINT CONTROL - ASA CARRIAGE CONTROL IN COLUMN 1               *
022800*****************************************************************
022900 01  WS-PRINT-LINE.
023000     05  WS-PRINT-CC         PIC X(01).
023100     05  WS-PRINT-TEXT       PIC X(132).
023200 77  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
023300 77  WS-PAGE-COUNT           PIC 9(05)   VALUE ZERO.
023400 77  WS-PAGE-LIMIT           PIC 9(03)   VALUE 60.
023500*****************************************************************
023600* HEADING, SECTION AND DETAIL LINE IMAGES                        *
023700*****************************************************************
023800 01  WS-HEAD1.
023900     05  FILLER              PIC X(36)
024000         VALUE "ORPHAN AND CONSISTENCY SWEEP - DATE ".
024100     05  WS-H1-DATE          PIC 9(08).
024200     05  FILLER              PIC X(06)   VALUE " PAGE ".
024300     05  WS-H1-PAGE          PIC ZZZZ9.
024400     05  FILLER              PIC X(77)   VALUE SPACES.
024500 01  WS-HEAD2.
024600     05  FILLER              PIC X(10)   VALUE "STORE".
024700     05  FILLER              PIC X(22)   VALUE "MEMBER LABEL".
024800     05  FILLER              PIC X(46)   VALUE "ITEM".
024900     05  FILLER              PIC X(42)   VALUE "FINDING".
025000     05  FILLER              PIC X(12)   VALUE "ACTION".
025100 01  WS-SECTION-HEAD.
025200     05  WS-SH-STORE         PIC X(08).
025300     05  FILLER              PIC X(03)   VALUE " - ".
025400     05  WS-SH-DESC          PIC X(50).
025500     05  FILLER              PIC X(71)   VALUE SPACES.
025600 01  WS-SECTION-FOOT.
025700     05  FILLER              PIC X(10)   VALUE SPACES.
025800     05  WS-SF-COUNT         PIC ZZZZ9.
025900     05  FILLER              PIC X(11)   VALUE " FINDING(S)".
026000     05  FILLER              PIC X(106)  VALUE SPACES.
026100 01  WS-DETAIL-LINE.
026200     05  WS-DL-STORE         PIC X(08).
026300     05  FILLER              PIC X(02)   VALUE SPACES.
026400     05  WS-DL-LABEL         PIC X(20).
026500     05  FILLER              PIC X(02)   VALUE SPACES.
026600     05  WS-DL-ITEM          PIC X(44).
026700     05  FILLER              PIC X(02)   VALUE SPACES.
026800     05  WS-DL-REASON        PIC X(40).
026900     05  FILLER              PIC X(02)   VALUE SPACES.
027000     05  WS-DL-ACTION        PIC X(08).
027100     05  FILLER              PIC X(04)   VALUE SPACES.
027200 01  WS-TOTAL-LINE.
027300     05  FILLER              PIC X(20)   VALUE SPACES.
027400     05  WS-TL-CAPTION       PIC X(40).
027500     05  WS-TL-COUNT         PIC ZZZZ9.
027600     05  FILLER              PIC X(67)   VALUE SPACES.
027700*****************************************************************
027800* RUN-EVENT JOURNAL - ONE STAMPED EVENT AT START AND END,        *
027900* APPENDED THROUGH JRNLWRT                                       *
028000*****************************************************************
028100     COPY JRNLREC.
028200 PROCEDURE DIVISION.
028300*****************************************************************
028400* 0000-MAINLINE - OVERALL CONTROL                                *
028500*****************************************************************
028600 0000-MAINLINE.
028700     MOVE ZERO TO RETURN-CODE.
028800     MOVE SPACES TO JRNL-RECORD.
028900     MOVE ZERO TO JRNL-RETURN-CODE.
029000     MOVE "START" TO JRNL-EVENT-TYPE.
029100     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029300     IF RETURN-CODE NOT = ZERO
029400         GO TO 9999-EXIT
029500     END-IF.
029600     PERFORM 2000-SWEEP-BASELINES THRU 2000-EXIT.
029700     IF RETURN-CODE = ZERO
029800         PERFORM 3000-SWEEP-HISTORY THRU 3000-EXIT
029900     END-IF.
030000     IF RETURN-CODE = ZERO
030100         PERFORM 4000-SWEEP-DATASETS THRU 4000-EXIT
030200     END-IF.
030300     IF RETURN-CODE = ZERO
030400         PERFORM 5000-CHECK-ACTIVE-REGIONS THRU 5000-EXIT
030500     END-IF.
030600     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
030700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
030800     GO TO 9999-EXIT.
030900*****************************************************************
031000* 1000-INITIALIZE - OPEN THE OUTPUTS AND LOAD THE CATALOG        *
031100*****************************************************************
031200 1000-INITIALIZE.
031300     ACCEPT WS-SWEEP-DATE FROM DATE YYYYMMDD.
031400     OPEN OUTPUT RPT-PRINT-FILE.
031500     IF WS-SWPRPT-STATUS NOT = "00"
031600         DISPLAY "ORPHSWP - UNABLE TO OPEN SWPRPT - "
031700             "FILE STATUS " WS-SWPRPT-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         GO TO 1000-EXIT
032000     END-IF.
032100     OPEN OUTPUT PURGE-OUTPUT-FILE.
032200     IF WS-PURGOUT-STATUS NOT = "00"
032300         DISPLAY "ORPHSWP - UNABLE TO OPEN PURGOUT - "
032400             "FILE STATUS " WS-PURGOUT-STATUS
032500         MOVE 16 TO RETURN-CODE
032600         GO TO 1000-EXIT
032700     END-IF.
032800     OPEN OUTPUT RETIRE-OUTPUT-FILE.
032900     IF WS-RETOUT-STATUS NOT = "00"
033000         DISPLAY "ORPHSWP - UNABLE TO OPEN RETOUT - "
033100             "FILE STATUS " WS-RETOUT-STATUS
033200         MOVE 16 TO RETURN-CODE
033300         GO TO 1000-EXIT
033400     END-IF.
033500     OPEN INPUT REGION-CATALOG-FILE.
033600     IF WS-REGNCAT-STATUS NOT = "00"
033700         DISPLAY "ORPHSWP - UNABLE TO OPEN REGNCAT - "
033800             "FILE STATUS " WS-REGNCAT-STATUS
033900         MOVE 16 TO RETURN-CODE
034000         GO TO 1000-EXIT
034100     END-IF.
034200     PERFORM 1100-LOAD-CATALOG-ENTRY THRU 1100-EXIT
034300         UNTIL WS-CAT-EOF OR RETURN-CODE NOT = ZERO.
034400     CLOSE REGION-CATALOG-FILE.
034500 1000-EXIT.
034600     EXIT.
034700*****************************************************************
034800* 1100-LOAD-CATALOG-ENTRY - TABLE ONE REGION WITH THE MODE AND   *
034900*                           TILE COUNT ITS DEFINITION PRODUCES   *
035000*****************************************************************
035100 1100-LOAD-CATALOG-ENTRY.
035200     READ REGION-CATALOG-FILE
035300         AT END SET WS-CAT-EOF TO TRUE
035400     END-READ.
035500     IF WS-CAT-EOF
035600         GO TO 1100-EXIT
035700     END-IF.
035800     IF WS-CAT-COUNT NOT < 1000
035900         DISPLAY "ORPHSWP - CATALOG TABLE FULL AT 1000 REGIONS "
036000             "- RAISE THE TABLE LIMIT"
036100         MOVE 16 TO RETURN-CODE
036200         GO TO 1100-EXIT
036300     END-IF.
036400     ADD 1 TO WS-CAT-COUNT.
036500     MOVE RCAT-CARD-IMAGE TO CTL-CARD-AREA.
036600     IF CTL-OUTPUT-MODE = SPACE
036700         SET CTL-MODE-ART TO TRUE
036800     END-IF.
036900     MOVE RCAT-REGION-LABEL TO WS-CAT-LABEL(WS-CAT-COUNT).
037000     MOVE RCAT-ACTIVE-FLAG TO WS-CAT-ACTIVE(WS-CAT-COUNT).
037100     MOVE CTL-OUTPUT-MODE TO WS-CAT-MODE(WS-CAT-COUNT).
037200     MOVE CTL-Y-LOW TO WS-CAT-Y-LOW(WS-CAT-COUNT).
037300     MOVE CTL-Y-HIGH TO WS-CAT-Y-HIGH(WS-CAT-COUNT).
037400     MOVE "N" TO WS-CAT-BASE-SW(WS-CAT-COUNT).
037500     MOVE "N" TO WS-CAT-HIST-SW(WS-CAT-COUNT).
037600     MOVE ZERO TO WS-CAT-TILES(WS-CAT-COUNT).
037700     COMPUTE WS-VIEW-WIDTH = CTL-X-HIGH - CTL-X-LOW + 1.
037800     IF CTL-MODE-ART AND WS-VIEW-WIDTH > 79
037900         COMPUTE WS-CAT-TILES(WS-CAT-COUNT) =
038000             (WS-VIEW-WIDTH + 78) / 79
038100     END-IF.
038200 1100-EXIT.
038300     EXIT.
038400*****************************************************************
038500* 2000-SWEEP-BASELINES - WALK THE BASELINE MASTER. A MASTER THAT *
038600*                        HAS NEVER BEEN CREATED HOLDS NO         *
038700*                        ORPHANS (EVERY ACTIVE REGION THEN       *
038800*                        SHOWS AS MISSING ITS BASELINE).         *
038900*****************************************************************
039000 2000-SWEEP-BASELINES.
039100     OPEN INPUT BASELINE-MASTER-FILE.
039200     IF WS-BASEMST-STATUS = "35"
039300         DISPLAY "ORPHSWP - BASEMST HAS NEVER BEEN CREATED - "
039400             "NO BASELINES TO SWEEP"
039500         GO TO 2000-EXIT
039600     END-IF.
039700     IF WS-BASEMST-STATUS NOT = "00"
039800         DISPLAY "ORPHSWP - UNABLE TO OPEN BASEMST - "
039900             "FILE STATUS " WS-BASEMST-STATUS
040000         MOVE 16 TO RETURN-CODE
040100         GO TO 2000-EXIT
040200     END-IF.
040300     PERFORM 2100-CHECK-ONE-BASELINE THRU 2100-EXIT
040400         UNTIL WS-BASE-EOF OR RETURN-CODE NOT = ZERO.
040500     CLOSE BASELINE-MASTER-FILE.
040600 2000-EXIT.
040700     EXIT.
040800*****************************************************************
040900* 2100-CHECK-ONE-BASELINE - A BASELINE WITH NO CATALOG REGION,   *
041000*                           OR ONE THE REGION WOULD NOT PROMOTE  *
041100*                           TODAY, BECOMES A RETIRE CARD         *
041200*****************************************************************
041300 2100-CHECK-ONE-BASELINE.
041400     READ BASELINE-MASTER-FILE NEXT RECORD
041500         AT END SET WS-BASE-EOF TO TRUE
041600     END-READ.
041700     IF WS-BASE-EOF
041800         GO TO 2100-EXIT
041900     END-IF.
042000     ADD 1 TO WS-BASE-READ-COUNT.
042100     MOVE BASE-REGION-LABEL TO WS-MEMBER-LABEL.
042200     MOVE "BASEMST" TO WS-MEMBER-STORE.
042300     PERFORM 4500-RESOLVE-MEMBER THRU 4500-EXIT.
042400     MOVE SPACES TO WS-NEW-FINDING.
042500     MOVE "BASEMST" TO WS-NF-STORE.
042600     MOVE BASE-REGION-LABEL TO WS-NF-LABEL.
042700     STRING "PROMOTED " DELIMITED BY SIZE
042800         BASE-PROMOTE-DATE DELIMITED BY SIZE
042900         INTO WS-NF-ITEM
043000     END-STRING.
043100     SET WS-NF-RETIRE TO TRUE.
043200     IF WS-CAT-FOUND-IDX = ZERO
043300         MOVE "BASELINE HAS NO CATALOG ENTRY" TO WS-NF-REASON
043400         PERFORM 7500-NOTE-FINDING THRU 7500-EXIT
043500         GO TO 2100-EXIT
043600     END-IF.
043700     MOVE "Y" TO WS-CAT-BASE-SW(WS-CAT-FOUND-IDX).
043800     PERFORM 4600-CHECK-MEMBER-SHAPE THRU 4600-EXIT.
043900     IF WS-SHAPE-REASON NOT = SPACES
044000         MOVE WS-SHAPE-REASON TO WS-NF-REASON
044100         PERFORM 7500-NOTE-FINDING THRU 7500-EXIT
044200     END-IF.
044300 2100-EXIT.
044400     EXIT.
044500*****************************************************************
044600* 3000-SWEEP-HISTORY - WALK THE RUN-HISTORY MASTER IN KEY ORDER, *
044700*                      ONE GROUP PER LABEL                       *
044800*****************************************************************
044900 3000-SWEEP-HISTORY.
045000     OPEN INPUT HISTORY-MASTER-FILE.
045100     IF WS-HISTMST-STATUS = "35"
045200         DISPLAY "ORPHSWP - HISTMST HAS NEVER BEEN CREATED - "
045300             "NO RUN HISTORY TO SWEEP"
045400         GO TO 3000-EXIT
045500     END-IF.
045600     IF WS-HISTMST-STATUS NOT = "00"
045700         DISPLAY "ORPHSWP - UNABLE TO OPEN HISTMST - "
045800             "FILE STATUS " WS-HISTMST-STATUS
045900         MOVE 16 TO RETURN-CODE
046000         GO TO 3000-EXIT
046100     END-IF.
046200     PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT
046300         UNTIL WS-HIST-EOF OR RETURN-CODE NOT = ZERO.
046400     IF WS-HG-LABEL NOT = SPACES
046500         PERFORM 3200-CLOSE-HISTORY-GROUP THRU 3200-EXIT
046600     END-IF.
046700     CLOSE HISTORY-MASTER-FILE.
046800 3000-EXIT.
046900     EXIT.
047000*****************************************************************
047100* 3100-READ-ONE-HISTORY - COUNT THE RECORD INTO ITS LABEL'S      *
047200*                         GROUP, CLOSING THE PRIOR GROUP ON A    *
047300*                         LABEL CHANGE                           *
047400*****************************************************************
047500 3100-READ-ONE-HISTORY.
047600     READ HISTORY-MASTER-FILE NEXT RECORD
047700         AT END SET WS-HIST-EOF TO TRUE
047800     END-READ.
047900     IF WS-HIST-EOF
048000         GO TO 3100-EXIT
048100     END-IF.
048200     ADD 1 TO WS-HIST-READ-COUNT.
048300     IF HIST-REGION-LABEL NOT = WS-HG-LABEL
048400         IF WS-HG-LABEL NOT = SPACES
048500             PERFORM 3200-CLOSE-HISTORY-GROUP THRU 3200-EXIT
048600         END-IF
048700         MOVE HIST-REGION-LABEL TO WS-HG-LABEL
048800         MOVE ZERO TO WS-HG-COUNT
048900         MOVE HIST-RUN-DATE TO WS-HG-FIRST-DATE
049000     END-IF.
049100     ADD 1 TO WS-HG-COUNT.
049200     MOVE HIST-RUN-DATE TO WS-HG-LAST-DATE.
049300 3100-EXIT.
049400     EXIT.
049500*****************************************************************
049600* 3200-CLOSE-HISTORY-GROUP - ONE LABEL'S HISTORY IS COMPLETE:    *
049700*                            CREDIT ITS REGION, OR RECOMMEND     *
049800*                            PURGING IT WHEN THE REGION IS GONE  *
049900*****************************************************************
050000 3200-CLOSE-HISTORY-GROUP.
050100     MOVE WS-HG-LABEL TO WS-MEMBER-LABEL.
050200     MOVE "HISTMST" TO WS-MEMBER-STORE.
050300     PERFORM 4500-RESOLVE-MEMBER THRU 4500-EXIT.
050400     IF WS-CAT-FOUND-IDX NOT = ZERO
050500         MOVE "Y" TO WS-CAT-HIST-SW(WS-CAT-FOUND-IDX)
050600         GO TO 3200-EXIT
050700     END-IF.
050800     MOVE WS-HG-COUNT TO WS-HG-COUNT-ED.
050900     MOVE SPACES TO WS-NEW-FINDING.
051000     MOVE "HISTMST" TO WS-NF-STORE.
051100     MOVE WS-HG-LABEL TO WS-NF-LABEL.
051200     STRING WS-HG-COUNT-ED DELIMITED BY SIZE
051300         " RECORDS " DELIMITED BY SIZE
051400         WS-HG-FIRST-DATE DELIMITED BY SIZE
051500         " THRU " DELIMITED BY SIZE
051600         WS-HG-LAST-DATE DELIMITED BY SIZE
051700         INTO WS-NF-ITEM
051800     END-STRING.
051900     MOVE "RUN HISTORY HAS NO CATALOG ENTRY" TO WS-NF-REASON.
052000     SET WS-NF-PURGE TO TRUE.
052100     PERFORM 7500-NOTE-FINDING THRU 7500-EXIT.
052200 3200-EXIT.
052300     EXIT.
052400*****************************************************************
052500* 4000-SWEEP-DATASETS - WALK THE DSLIST CATALOG LISTING FOR THE  *
052600*                       PER-REGION CHECKPOINT, ART, SUMMARY AND  *
052700*                       PIXEL DATASETS                           *
052800*****************************************************************
052900 4000-SWEEP-DATASETS.
053000     OPEN INPUT DATASET-LIST-FILE.
053100     IF WS-DSLIST-STATUS NOT = "00"
053200         DISPLAY "ORPHSWP - UNABLE TO OPEN DSLIST - "
053300             "FILE STATUS " WS-DSLIST-STATUS
053400         MOVE 16 TO RETURN-CODE
053500         GO TO 4000-EXIT
053600     END-IF.
053700     PERFORM 4100-CHECK-ONE-DATASET THRU 4100-EXIT
053800         UNTIL WS-DSL-EOF OR RETURN-CODE NOT = ZERO.
053900     CLOSE DATASET-LIST-FILE.
054000 4000-EXIT.
054100     EXIT.
054200*****************************************************************
054300* 4100-CHECK-ONE-DATASET - SPLIT THE NAME INTO STORE AND MEMBER  *
054400*                          LABEL AND CHECK THE MEMBER AGAINST    *
054500*                          THE CATALOG                           *
054600*****************************************************************
054700 4100-CHECK-ONE-DATASET.
054800     READ DATASET-LIST-FILE INTO SWP-DSLIST-CARD
054900         AT END SET WS-DSL-EOF TO TRUE
055000     END-READ.
055100     IF WS-DSL-EOF
055200         GO TO 4100-EXIT
055300     END-IF.
055400     ADD 1 TO WS-DSL-READ-COUNT.
055500     MOVE SPACES TO WS-MEMBER-STORE.
055600     MOVE SPACES TO WS-MEMBER-LABEL.
055700     IF SWP-DSNAME(1:9) = "CKPTFILE."
055800         MOVE "CKPTFILE" TO WS-MEMBER-STORE
055900         IF SWP-DSNAME(30:15) = SPACES
056000             MOVE SWP-DSNAME(10:20) TO WS-MEMBER-LABEL
056100         END-IF
056200     END-IF.
056300     IF SWP-DSNAME(1:7) = "ARTOUT." OR "SUMOUT." OR "PIXOUT."
056400         MOVE SWP-DSNAME(1:6) TO WS-MEMBER-STORE
056500         IF SWP-DSNAME(28:17) = SPACES
056600             MOVE SWP-DSNAME(8:20) TO WS-MEMBER-LABEL
056700         END-IF
056800     END-IF.
056900*    ANY OTHER DATASET - OR A NAME TOO LONG TO CARRY A REGION
057000*    LABEL - IS NOT A PER-REGION MEMBER AND IS PASSED OVER.
057100     IF WS-MEMBER-STORE = SPACES OR WS-MEMBER-LABEL = SPACES
057200         ADD 1 TO WS-DSL-IGNORED-COUNT
057300         GO TO 4100-EXIT
057400     END-IF.
057500     PERFORM 4500-RESOLVE-MEMBER THRU 4500-EXIT.
057600     MOVE SPACES TO WS-NEW-FINDING.
057700     MOVE WS-MEMBER-STORE TO WS-NF-STORE.
057800     MOVE WS-MEMBER-LABEL TO WS-NF-LABEL.
057900     MOVE SWP-DSNAME TO WS-NF-ITEM.
058000     SET WS-NF-PURGE TO TRUE.
058100     IF WS-CAT-FOUND-IDX = ZERO
058200         MOVE "DATASET HAS NO CATALOG ENTRY" TO WS-NF-REASON
058300         PERFORM 7500-NOTE-FINDING THRU 7500-EXIT
058400         GO TO 4100-EXIT
058500     END-IF.
058600     PERFORM 4600-CHECK-MEMBER-SHAPE THRU 4600-EXIT.
058700     IF WS-SHAPE-REASON NOT = SPACES
058800         MOVE WS-SHAPE-REASON TO WS-NF-REASON
058900         PERFORM 7500-NOTE-FINDING THRU 7500-EXIT
059000         GO TO 4100-EXIT
059100     END-IF.
059200     IF WS-MEMBER-STORE = "CKPTFILE"
059300         PERFORM 4200-CHECK-CHECKPOINT THRU 4200-EXIT
059400     END-IF.
059500 4100-EXIT.
059600     EXIT.
059700*****************************************************************
059800* 4200-CHECK-CHECKPOINT - A CHECKPOINT LEFT FOR AN INACTIVE      *
059900*                         REGION, OR A LIVE ONE THAT NO LONGER   *
060000*                         FITS ITS REGION, WOULD MISLEAD THE     *
060100*                         NEXT RESTART                           *
060200*****************************************************************
060300 4200-CHECK-CHECKPOINT.
060400     MOVE SWP-DSNAME TO WS-CHECKPOINT-DSNAME.
060500     MOVE "N" TO WS-CKPT-EOF-SW.
060600     OPEN INPUT CHECKPOINT-FILE.
060700     IF WS-CKPT-STATUS NOT = "00"
060800         MOVE SPACES TO WS-NF-REASON
060900         STRING "CHECKPOINT UNREADABLE - FILE STATUS "
061000                 DELIMITED BY SIZE
061100             WS-CKPT-STATUS DELIMITED BY SIZE
061200             INTO WS-NF-REASON
061300         END-STRING
061400         SET WS-NF-REVIEW TO TRUE
061500         PERFORM 7500-NOTE-FINDING THRU 7500-EXIT
061600         GO TO 4200-EXIT
061700     END-IF.
061800     READ CHECKPOINT-FILE INTO CKPT-RECORD
061900         AT END SET WS-CKPT-EOF TO TRUE
062000     END-READ.
062100     CLOSE CHECKPOINT-FILE.
062200     IF WS-CAT-ACTIVE(WS-CAT-FOUND-IDX) NOT = "A"
062300         IF WS-CKPT-EOF
062400             MOVE "EMPTY CHECKPOINT LEFT FOR INACTIVE REGION"
062500                 TO WS-NF-REASON
062600         ELSE
062700             MOVE "LIVE CHECKPOINT LEFT FOR INACTIVE REGION"
062800                 TO WS-NF-REASON
062900         END-IF
063000         PERFORM 7500-NOTE-FINDING THRU 7500-EXIT
063100         GO TO 4200-EXIT
063200     END-IF.
063300*    AN EMPTY CHECKPOINT IS A FINISHED RENDER, NOTHING TO RESTART
063400     IF WS-CKPT-EOF
063500         GO TO 4200-EXIT
063600     END-IF.
063700     IF CKPT-REGION-LABEL NOT = WS-MEMBER-LABEL
063800         MOVE "STALE CHECKPOINT CARRIES ANOTHER LABEL"
063900             TO WS-NF-REASON
064000         PERFORM 7500-NOTE-FINDING THRU 7500-EXIT
064100         GO TO 4200-EXIT
064200     END-IF.
064300     IF CKPT-LAST-Y < WS-CAT-Y-LOW(WS-CAT-FOUND-IDX)
064400         OR CKPT-LAST-Y > WS-CAT-Y-HIGH(WS-CAT-FOUND-IDX)
064500         MOVE "STALE CHECKPOINT ROW OUTSIDE Y BOUNDS"
064600             TO WS-NF-REASON
064700         PERFORM 7500-NOTE-FINDING THRU 7500-EXIT
064800     END-IF.
064900 4200-EXIT.
065000     EXIT.
065100*****************************************************************
065200* 4500-RESOLVE-MEMBER - FIND THE CATALOG REGION A STORE'S LABEL  *
065300*                       BELONGS TO: THE LABEL ITSELF, OR FOR A   *
065400*                       .TNN TILE THE LABEL IT WAS CUT FROM.     *
065500*                       WS-CAT-FOUND-IDX IS ZERO WHEN THERE IS   *
065600*                       NONE; WS-MEMBER-TILE IS THE TILE NUMBER  *
065700*                       OR ZERO.                                 *
065800*****************************************************************
065900 4500-RESOLVE-MEMBER.
066000     MOVE ZERO TO WS-MEMBER-TILE.
066100     MOVE WS-MEMBER-LABEL TO WS-PARENT-LABEL.
066200     PERFORM 4550-FIND-CATALOG-ENTRY THRU 4550-EXIT.
066300     IF WS-CAT-FOUND-IDX NOT = ZERO
066400         GO TO 4500-EXIT
066500     END-IF.
066600     MOVE ZERO TO WS-LABEL-LEN.
066700     PERFORM VARYING WS-LABEL-IDX FROM 20 BY -1
066800             UNTIL WS-LABEL-IDX < 1
066900             OR WS-LABEL-LEN NOT = ZERO
067000         IF WS-MEMBER-LABEL(WS-LABEL-IDX:1) NOT = SPACE
067100             MOVE WS-LABEL-IDX TO WS-LABEL-LEN
067200         END-IF
067300     END-PERFORM.
067400     IF WS-LABEL-LEN < 5
067500         GO TO 4500-EXIT
067600     END-IF.
067700     IF WS-MEMBER-LABEL(WS-LABEL-LEN - 3:2) NOT = ".T"
067800         OR WS-MEMBER-LABEL(WS-LABEL-LEN - 1:2) NOT NUMERIC
067900         GO TO 4500-EXIT
068000     END-IF.
068100     MOVE SPACES TO WS-PARENT-LABEL.
068200     MOVE WS-MEMBER-LABEL(1:WS-LABEL-LEN - 4) TO WS-PARENT-LABEL.
068300     PERFORM 4550-FIND-CATALOG-ENTRY THRU 4550-EXIT.
068400     IF WS-CAT-FOUND-IDX NOT = ZERO
068500         MOVE WS-MEMBER-LABEL(WS-LABEL-LEN - 1:2)
068600             TO WS-MEMBER-TILE
068700     END-IF.
068800 4500-EXIT.
068900     EXIT.
069000*****************************************************************
069100* 4550-FIND-CATALOG-ENTRY - LOOK UP WS-PARENT-LABEL IN THE       *
069200*                           CATALOG TABLE                        *
069300*****************************************************************
069400 4550-FIND-CATALOG-ENTRY.
069500     MOVE ZERO TO WS-CAT-FOUND-IDX.
069600     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
069700             UNTIL WS-CAT-IDX > WS-CAT-COUNT
069800             OR WS-CAT-FOUND-IDX NOT = ZERO
069900         IF WS-CAT-LABEL(WS-CAT-IDX) = WS-PARENT-LABEL
070000             MOVE WS-CAT-IDX TO WS-CAT-FOUND-IDX
070100         END-IF
070200     END-PERFORM.
070300 4550-EXIT.
070400     EXIT.
070500*****************************************************************
070600* 4600-CHECK-MEMBER-SHAPE - WOULD THE REGION'S CURRENT           *
070700*                           DEFINITION PRODUCE THIS MEMBER? A    *
070800*                           WIDE ART REGION PRODUCES ONLY ITS    *
070900*                           .T01 THRU .TNN TILES, ANY OTHER      *
071000*                           REGION ONLY ITS OWN LABEL; AN ART    *
071100*                           REGION WRITES NO PIXEL MEMBER AND A  *
071200*                           DELIMITED ONE NO ART MEMBER.         *
071300*                           WS-SHAPE-REASON STAYS BLANK WHEN IT  *
071400*                           WOULD.                               *
071500*****************************************************************
071600 4600-CHECK-MEMBER-SHAPE.
071700     MOVE SPACES TO WS-SHAPE-REASON.
071800     IF WS-CAT-TILES(WS-CAT-FOUND-IDX) > ZERO
071900         IF WS-MEMBER-TILE = ZERO
072000             MOVE "REGION IS NOW TILED - UNTILED MEMBER"
072100                 TO WS-SHAPE-REASON
072200             GO TO 4600-EXIT
072300         END-IF
072400         IF WS-MEMBER-TILE > WS-CAT-TILES(WS-CAT-FOUND-IDX)
072500             MOVE "TILE BEYOND THE REGION'S TILE COUNT"
072600                 TO WS-SHAPE-REASON
072700             GO TO 4600-EXIT
072800         END-IF
072900     ELSE
073000         IF WS-MEMBER-TILE NOT = ZERO
073100             MOVE "REGION IS NO LONGER TILED"
073200                 TO WS-SHAPE-REASON
073300             GO TO 4600-EXIT
073400         END-IF
073500     END-IF.
073600     IF WS-MEMBER-STORE = "ARTOUT"
073700         AND WS-CAT-MODE(WS-CAT-FOUND-IDX) NOT = "A"
073800         MOVE "REGION NOW WRITES PIXOUT, NOT ARTOUT"
073900             TO WS-SHAPE-REASON
074000     END-IF.
074100     IF WS-MEMBER-STORE = "PIXOUT"
074200         AND WS-CAT-MODE(WS-CAT-FOUND-IDX) = "A"
074300         MOVE "REGION NOW WRITES ARTOUT, NOT PIXOUT"
074400             TO WS-SHAPE-REASON
074500     END-IF.
074600 4600-EXIT.
074700     EXIT.
074800*****************************************************************
074900* 5000-CHECK-ACTIVE-REGIONS - THE REVERSE CASE: AN ACTIVE REGION *
075000*                             WITH NO BASELINE OR NO RUN HISTORY *
075100*****************************************************************
075200 5000-CHECK-ACTIVE-REGIONS.
075300     PERFORM 5100-CHECK-ONE-REGION THRU 5100-EXIT
075400         VARYING WS-CAT-IDX FROM 1 BY 1
075500         UNTIL WS-CAT-IDX > WS-CAT-COUNT
075600         OR RETURN-CODE NOT = ZERO.
075700 5000-EXIT.
075800     EXIT.
075900*****************************************************************
076000* 5100-CHECK-ONE-REGION - REPORT WHAT ONE ACTIVE REGION LACKS    *
076100*****************************************************************
076200 5100-CHECK-ONE-REGION.
076300     IF WS-CAT-ACTIVE(WS-CAT-IDX) NOT = "A"
076400         GO TO 5100-EXIT
076500     END-IF.
076600     MOVE SPACES TO WS-NEW-FINDING.
076700     MOVE "REGNCAT" TO WS-NF-STORE.
076800     MOVE WS-CAT-LABEL(WS-CAT-IDX) TO WS-NF-LABEL.
076900     SET WS-NF-REVIEW TO TRUE.
077000     IF WS-CAT-BASE-SW(WS-CAT-IDX) NOT = "Y"
077100         MOVE "ACTIVE REGION HAS NO BASELINE" TO WS-NF-REASON
077200         PERFORM 7500-NOTE-FINDING THRU 7500-EXIT
077300     END-IF.
077400     IF WS-CAT-HIST-SW(WS-CAT-IDX) NOT = "Y"
077500         MOVE "ACTIVE REGION HAS NO RUN HISTORY"
077600             TO WS-NF-REASON
077700         PERFORM 7500-NOTE-FINDING THRU 7500-EXIT
077800     END-IF.
077900 5100-EXIT.
078000     EXIT.
078100*****************************************************************
078200* 6000-PRINT-REPORT - THE FINDINGS STORE BY STORE, THEN THE      *
078300*                     SWEEP TOTALS                               *
078400*****************************************************************
078500 6000-PRINT-REPORT.
078600     PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT.
078700     MOVE "BASEMST" TO WS-SH-STORE.
078800     MOVE "DRIFT BASELINES (BASEREC) - RETIRE THRU BASELIB"
078900         TO WS-SH-DESC.
079000     PERFORM 6100-PRINT-STORE-SECTION THRU 6100-EXIT.
079100     MOVE "HISTMST" TO WS-SH-STORE.
079200     MOVE "RUN HISTORY (HISTREC) - ONE LINE PER LABEL"
079300         TO WS-SH-DESC.
079400     PERFORM 6100-PRINT-STORE-SECTION THRU 6100-EXIT.
079500     MOVE "CKPTFILE" TO WS-SH-STORE.
079600     MOVE "RESTART CHECKPOINTS (CKPTREC)" TO WS-SH-DESC.
079700     PERFORM 6100-PRINT-STORE-SECTION THRU 6100-EXIT.
079800     MOVE "ARTOUT" TO WS-SH-STORE.
079900     MOVE "CHARACTER ART MEMBERS" TO WS-SH-DESC.
080000     PERFORM 6100-PRINT-STORE-SECTION THRU 6100-EXIT.
080100     MOVE "SUMOUT" TO WS-SH-STORE.
080200     MOVE "SUMMARY MEMBERS (SUMREC)" TO WS-SH-DESC.
080300     PERFORM 6100-PRINT-STORE-SECTION THRU 6100-EXIT.
080400     MOVE "PIXOUT" TO WS-SH-STORE.
080500     MOVE "PIXEL EXPORT MEMBERS (PIXREC)" TO WS-SH-DESC.
080600     PERFORM 6100-PRINT-STORE-SECTION THRU 6100-EXIT.
080700     MOVE "REGNCAT" TO WS-SH-STORE.
080800     MOVE "ACTIVE REGIONS MISSING A BASELINE OR HISTORY"
080900         TO WS-SH-DESC.
081000     PERFORM 6100-PRINT-STORE-SECTION THRU 6100-EXIT.
081100     PERFORM 6300-PRINT-TOTALS THRU 6300-EXIT.
081200 6000-EXIT.
081300     EXIT.
081400*****************************************************************
081500* 6100-PRINT-STORE-SECTION - ONE STORE'S HEADING, FINDINGS AND   *
081600*                            COUNT                               *
081700*****************************************************************
081800 6100-PRINT-STORE-SECTION.
081900     MOVE WS-SH-STORE TO WS-SECTION-STORE.
082000     IF WS-LINE-COUNT > WS-PAGE-LIMIT - 4
082100         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
082200     END-IF.
082300     MOVE SPACES TO WS-PRINT-TEXT.
082400     MOVE WS-SECTION-HEAD TO WS-PRINT-TEXT.
082500     MOVE "0" TO WS-PRINT-CC.
082600     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
082700     ADD 2 TO WS-LINE-COUNT.
082800     MOVE ZERO TO WS-STORE-COUNT.
082900     PERFORM 6200-PRINT-ONE-FINDING THRU 6200-EXIT
083000         VARYING WS-FND-IDX FROM 1 BY 1
083100         UNTIL WS-FND-IDX > WS-FND-COUNT.
083200     MOVE WS-STORE-COUNT TO WS-SF-COUNT.
083300     MOVE WS-SECTION-FOOT TO WS-DETAIL-LINE.
083400     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
083500 6100-EXIT.
083600     EXIT.
083700*****************************************************************
083800* 6200-PRINT-ONE-FINDING - ONE DETAIL LINE WHEN THE FINDING      *
083900*                          BELONGS TO THE STORE UNDER PRINT      *
084000*****************************************************************
084100 6200-PRINT-ONE-FINDING.
084200     IF WS-FND-STORE(WS-FND-IDX) NOT = WS-SECTION-STORE
084300         GO TO 6200-EXIT
084400     END-IF.
084500     ADD 1 TO WS-STORE-COUNT.
084600     MOVE SPACES TO WS-DETAIL-LINE.
084700     MOVE WS-FND-STORE(WS-FND-IDX) TO WS-DL-STORE.
084800     MOVE WS-FND-LABEL(WS-FND-IDX) TO WS-DL-LABEL.
084900     MOVE WS-FND-ITEM(WS-FND-IDX) TO WS-DL-ITEM.
085000     MOVE WS-FND-REASON(WS-FND-IDX) TO WS-DL-REASON.
085100     MOVE WS-FND-ACTION(WS-FND-IDX) TO WS-DL-ACTION.
085200     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
085300 6200-EXIT.
085400     EXIT.
085500*****************************************************************
085600* 6300-PRINT-TOTALS - WHAT WAS SWEPT AND WHAT WAS WRITTEN        *
085700*****************************************************************
085800 6300-PRINT-TOTALS.
085900     IF WS-LINE-COUNT > WS-PAGE-LIMIT - 8
086000         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
086100     END-IF.
086200     MOVE SPACES TO WS-PRINT-TEXT.
086300     MOVE "SWEEP TOTALS" TO WS-PRINT-TEXT.
086400     MOVE "0" TO WS-PRINT-CC.
086500     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
086600     ADD 2 TO WS-LINE-COUNT.
086700     MOVE "CATALOG REGIONS" TO WS-TL-CAPTION.
086800     MOVE WS-CAT-COUNT TO WS-TL-COUNT.
086900     PERFORM 6350-WRITE-TOTAL-LINE THRU 6350-EXIT.
087000     MOVE "BASELINES SWEPT" TO WS-TL-CAPTION.
087100     MOVE WS-BASE-READ-COUNT TO WS-TL-COUNT.
087200     PERFORM 6350-WRITE-TOTAL-LINE THRU 6350-EXIT.
087300     MOVE "RUN-HISTORY RECORDS SWEPT" TO WS-TL-CAPTION.
087400     MOVE WS-HIST-READ-COUNT TO WS-TL-COUNT.
087500     PERFORM 6350-WRITE-TOTAL-LINE THRU 6350-EXIT.
087600     MOVE "DATASET NAMES LISTED" TO WS-TL-CAPTION.
087700     MOVE WS-DSL-READ-COUNT TO WS-TL-COUNT.
087800     PERFORM 6350-WRITE-TOTAL-LINE THRU 6350-EXIT.
087900     MOVE "  NOT PER-REGION MEMBERS (PASSED OVER)"
088000         TO WS-TL-CAPTION.
088100     MOVE WS-DSL-IGNORED-COUNT TO WS-TL-COUNT.
088200     PERFORM 6350-WRITE-TOTAL-LINE THRU 6350-EXIT.
088300     MOVE "FINDINGS" TO WS-TL-CAPTION.
088400     MOVE WS-FND-COUNT TO WS-TL-COUNT.
088500     PERFORM 6350-WRITE-TOTAL-LINE THRU 6350-EXIT.
088600     MOVE "BASELIB RETIRE CARDS WRITTEN (RETOUT)"
088700         TO WS-TL-CAPTION.
088800     MOVE WS-RETIRE-COUNT TO WS-TL-COUNT.
088900     PERFORM 6350-WRITE-TOTAL-LINE THRU 6350-EXIT.
089000     MOVE "PURGE TRANSACTIONS WRITTEN (PURGOUT)"
089100         TO WS-TL-CAPTION.
089200     MOVE WS-PURGE-COUNT TO WS-TL-COUNT.
089300     PERFORM 6350-WRITE-TOTAL-LINE THRU 6350-EXIT.
089400 6300-EXIT.
089500     EXIT.
089600*****************************************************************
089700* 6350-WRITE-TOTAL-LINE - ONE CAPTIONED COUNT                    *
089800*****************************************************************
089900 6350-WRITE-TOTAL-LINE.
090000     MOVE WS-TOTAL-LINE TO WS-DETAIL-LINE.
090100     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
090200 6350-EXIT.
090300     EXIT.
090400*****************************************************************
090500* 7000-PRINT-PAGE-HEADING - NEW PAGE WITH THE SWEEP DATE AND     *
090600*                           COLUMN CAPTIONS                      *
090700*****************************************************************
090800 7000-PRINT-PAGE-HEADING.
090900     ADD 1 TO WS-PAGE-COUNT.
091000     MOVE WS-SWEEP-DATE TO WS-H1-DATE.
091100     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
091200     MOVE SPACES TO WS-PRINT-TEXT.
091300     MOVE WS-HEAD1 TO WS-PRINT-TEXT.
091400     MOVE "1" TO WS-PRINT-CC.
091500     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
091600     MOVE SPACES TO WS-PRINT-TEXT.
091700     MOVE WS-HEAD2 TO WS-PRINT-TEXT.
091800     MOVE "0" TO WS-PRINT-CC.
091900     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
092000     MOVE 3 TO WS-LINE-COUNT.
092100 7000-EXIT.
092200     EXIT.
092300*****************************************************************
092400* 7100-WRITE-DETAIL - ONE BODY LINE WITH A PAGE BREAK WHEN THE   *
092500*                     PAGE IS FULL                               *
092600*****************************************************************
092700 7100-WRITE-DETAIL.
092800     IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
092900         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
093000     END-IF.
093100     MOVE SPACES TO WS-PRINT-TEXT.
093200     MOVE WS-DETAIL-LINE TO WS-PRINT-TEXT.
093300     MOVE " " TO WS-PRINT-CC.
093400     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
093500     ADD 1 TO WS-LINE-COUNT.
093600 7100-EXIT.
093700     EXIT.
093800*****************************************************************
093900* 7200-WRITE-PRINT-LINE - PHYSICAL WRITE OF CC + TEXT            *
094000*****************************************************************
094100 7200-WRITE-PRINT-LINE.
094200     WRITE RPT-PRINT-RECORD FROM WS-PRINT-LINE.
094300     IF WS-SWPRPT-STATUS NOT = "00"
094400         DISPLAY "ORPHSWP - WRITE FAILED ON SWPRPT - "
094500             "FILE STATUS " WS-SWPRPT-STATUS
094600         MOVE 16 TO RETURN-CODE
094700     END-IF.
094800 7200-EXIT.
094900     EXIT.
095000*****************************************************************
095100* 7500-NOTE-FINDING - TABLE THE FINDING IN WS-NEW-FINDING FOR    *
095200*                     THE REPORT AND WRITE ITS RETIRE CARD OR    *
095300*                     PURGE TRANSACTION                          *
095400*****************************************************************
095500 7500-NOTE-FINDING.
095600     IF WS-FND-COUNT NOT < 2000
095700         DISPLAY "ORPHSWP - FINDINGS TABLE FULL AT 2000 ENTRIES "
095800             "- RAISE THE TABLE LIMIT"
095900         MOVE 16 TO RETURN-CODE
096000         GO TO 7500-EXIT
096100     END-IF.
096200     ADD 1 TO WS-FND-COUNT.
096300     MOVE WS-NF-STORE TO WS-FND-STORE(WS-FND-COUNT).
096400     MOVE WS-NF-LABEL TO WS-FND-LABEL(WS-FND-COUNT).
096500     MOVE WS-NF-ITEM TO WS-FND-ITEM(WS-FND-COUNT).
096600     MOVE WS-NF-REASON TO WS-FND-REASON(WS-FND-COUNT).
096700     MOVE WS-NF-ACTION TO WS-FND-ACTION(WS-FND-COUNT).
096800     IF WS-NF-RETIRE
096900         MOVE WS-NF-LABEL TO SWP-RETIRE-LABEL
097000         WRITE RETIRE-OUTPUT-RECORD FROM SWP-RETIRE-CARD
097100         IF WS-RETOUT-STATUS NOT = "00"
097200             DISPLAY "ORPHSWP - WRITE FAILED ON RETOUT - "
097300                 "FILE STATUS " WS-RETOUT-STATUS
097400             MOVE 16 TO RETURN-CODE
097500             GO TO 7500-EXIT
097600         END-IF
097700         ADD 1 TO WS-RETIRE-COUNT
097800     END-IF.
097900     IF WS-NF-PURGE
098000         MOVE SPACES TO PURG-RECORD
098100         MOVE WS-SWEEP-DATE TO PURG-SWEEP-DATE
098200         MOVE WS-NF-STORE TO PURG-STORE
098300         MOVE WS-NF-LABEL TO PURG-REGION-LABEL
098400         MOVE ZERO TO PURG-HIST-RECORDS
098500         IF PURG-STORE-HISTORY
098600             MOVE WS-HG-COUNT TO PURG-HIST-RECORDS
098700         ELSE
098800             MOVE WS-NF-ITEM TO PURG-DSNAME
098900         END-IF
099000         MOVE WS-NF-REASON TO PURG-REASON
099100         WRITE PURGE-OUTPUT-RECORD FROM PURG-RECORD
099200         IF WS-PURGOUT-STATUS NOT = "00"
099300             DISPLAY "ORPHSWP - WRITE FAILED ON PURGOUT - "
099400                 "FILE STATUS " WS-PURGOUT-STATUS
099500             MOVE 16 TO RETURN-CODE
099600             GO TO 7500-EXIT
099700         END-IF
099800         ADD 1 TO WS-PURGE-COUNT
099900     END-IF.
100000 7500-EXIT.
100100     EXIT.
100200*****************************************************************
100300* 8000-TERMINATE - CLOSE THE OUTPUTS, REPORT THE COUNTS AND SET  *
100400*                  THE FINDINGS CONDITION CODE                   *
100500*****************************************************************
100600 8000-TERMINATE.
100700     CLOSE RPT-PRINT-FILE.
100800     CLOSE PURGE-OUTPUT-FILE.
100900     CLOSE RETIRE-OUTPUT-FILE.
101000     DISPLAY "ORPHSWP - CATALOG REGIONS:     " WS-CAT-COUNT.
101100     DISPLAY "ORPHSWP - FINDINGS:            " WS-FND-COUNT.
101200     DISPLAY "ORPHSWP - RETIRE CARDS:        " WS-RETIRE-COUNT.
101300     DISPLAY "ORPHSWP - PURGE TRANSACTIONS:  " WS-PURGE-COUNT.
101400     IF WS-FND-COUNT > ZERO AND RETURN-CODE = ZERO
101500         MOVE SPACES TO JRNL-DETAIL
101600         STRING WS-FND-COUNT DELIMITED BY SIZE
101700             " ORPHAN FINDINGS - SEE SWPRPT" DELIMITED BY SIZE
101800             INTO JRNL-DETAIL
101900         END-STRING
102000         MOVE "NOTE" TO JRNL-EVENT-TYPE
102100         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
102300         MOVE 4 TO RETURN-CODE
102500     END-IF.
102600 8000-EXIT.
102700     EXIT.
102800*****************************************************************
102900* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
103000*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
103100*                      FIELDS FOR THE NEXT CALLER                *
103200*****************************************************************
103300 9500-JOURNAL-EVENT.
103400     MOVE "ORPHSWP" TO JRNL-PROGRAM.
103500     CALL "JRNLWRT" USING JRNL-RECORD.
103600     MOVE SPACES TO JRNL-REGION-LABEL.
103700     MOVE SPACES TO JRNL-DETAIL.
103800     MOVE ZERO TO JRNL-RETURN-CODE.
103900 9500-EXIT.
104000     EXIT.
104100*****************************************************************
104200* 9999-EXIT - END OF JOB                                         *
104300*****************************************************************
104400 9999-EXIT.
104500     MOVE "END" TO JRNL-EVENT-TYPE.
104600     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
104700     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
104800     STOP RUN.
