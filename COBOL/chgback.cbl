000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGBACK.
000300 AUTHOR.        R L HUTCHENS.
000400 INSTALLATION.  MATH/SCIENCE APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* CHGBACK IS THE MONTH-END RENDER CHARGEBACK. THE DEEP-ZOOM      *
000900* REGIONS TAKE MOST OF THE BATCH WINDOW; THIS PROGRAM BILLS THAT *
001000* TIME BACK TO THE COST CENTER THAT OWNS EACH REGION             *
001100* (RCAT-COST-CENTER, MAINTAINED THROUGH REGCATMT). IT TOTALS     *
001200* HIST-ELAPSED-SECS AND THE RENDERED PIXEL COUNT (IN-SET PLUS    *
001300* ESCAPED POINTS) FROM EVERY RUN-HISTORY RECORD (HISTREC) DATED  *
001400* IN THE BILLING MONTH, REGION BY REGION. A BUDGET-SPLIT RUN'S   *
001500* LEGS ALL POST UNDER THE REGION'S OWN LABEL, AND A WIDE ART     *
001600* REGION'S .TNN TILE MEMBERS ROLL UP TO THE REGION THEY WERE CUT *
001700* FROM, SO EACH REGION IS BILLED ONCE FOR ALL OF ITS WORK.       *
001800*                                                                *
001900* THE CHGCTL CARD DRIVES THE RUN:                                *
002000*   COLS 1-6   BILLING MONTH YYYYMM - BLANK BILLS THE MONTH      *
002100*              BEFORE THE RUN DATE                               *
002200*   COLS 8-13  RECOVERY COST CENTER CREDITED WITH EVERY CHARGE   *
002300*   COLS 15-22 GENERAL LEDGER ACCOUNT FOR THE CHARGES            *
002400* THE RATE CARD (RATECARD) PRICES THE WORK, ONE CARD PER RATE:   *
002500*   COLS 1-6   COST CENTER, OR * FOR THE STANDARD RATE (ONE      *
002600*              STANDARD CARD IS REQUIRED)                        *
002700*   COLS 8-14  RATE PER ELAPSED MINUTE, 9(3)V9(4)                *
002800*   COLS 16-22 RATE PER MILLION PIXELS, 9(3)V9(4)                *
002900* A COST CENTER WITH A CARD OF ITS OWN IS PRICED AT THAT RATE,   *
003000* EVERY OTHER AT THE STANDARD RATE.                              *
003100*                                                                *
003200* CHGRPT CARRIES ONE STATEMENT PER COST CENTER, A PAGE OF ITS    *
003300* OWN WITH THE REGION DETAIL AND THE COST CENTER TOTAL, THEN A   *
003400* SUMMARY OF ALL COST CENTERS. GLFEED CARRIES ONE CHARGE RECORD  *
003500* PER BILLED COST CENTER AND A CONTROL-TOTAL TRAILER FOR THE     *
003600* GENERAL LEDGER INTERFACE (SEE GLFDREC). WORK FOR A REGION WITH *
003700* NO OWNING COST CENTER, OR FOR A LABEL NO LONGER ON THE         *
003800* CATALOG, IS PRICED AT THE STANDARD RATE AND PRINTED UNDER      *
003900* *NONE* BUT NEVER FED TO THE LEDGER.                            *
004000*                                                                *
004100* CONDITION CODES: 0 BILLED, 4 NOTHING TO BILL OR UNASSIGNED     *
004200* WORK LEFT UNBILLED, 16 FILE, CARD OR TABLE PROBLEM.            *
004300*                                                                *
004400* MOD LOG                                                        *
004500* DATE       INIT DESCRIPTION                                    *
004600* 2026-10-15 RLH  ORIGINAL.                                      *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CHARGE-CONTROL-FILE ASSIGN TO CHGCTL
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CHGCTL-STATUS.
005700     SELECT RATE-CARD-FILE      ASSIGN TO RATECARD
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RATECARD-STATUS.
006000     SELECT REGION-CATALOG-FILE ASSIGN TO REGNCAT
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS RCAT-REGION-LABEL
006400         FILE STATUS IS WS-REGNCAT-STATUS.
006500     SELECT HISTORY-MASTER-FILE ASSIGN TO HISTMST
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS HIST-KEY
006900         FILE STATUS IS WS-HISTMST-STATUS.
007000     SELECT RPT-PRINT-FILE      ASSIGN TO CHGRPT
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-CHGRPT-STATUS.
007300     SELECT LEDGER-FEED-FILE    ASSIGN TO GLFEED
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-GLFEED-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CHARGE-CONTROL-FILE
007900     RECORDING MODE IS F.
008000 01  CHARGE-CONTROL-RECORD      PIC X(80).
008100 FD  RATE-CARD-FILE
008200     RECORDING MODE IS F.
008300 01  RATE-CARD-RECORD           PIC X(80).
008400 FD  REGION-CATALOG-FILE.
008500     COPY RCATREC.
008600 FD  HISTORY-MASTER-FILE.
008700     COPY HISTREC.
008800 FD  RPT-PRINT-FILE
008900     RECORDING MODE IS F.
009000 01  RPT-PRINT-RECORD           PIC X(133).
009100 FD  LEDGER-FEED-FILE
009200     RECORDING MODE IS F.
009300 01  LEDGER-FEED-RECORD         PIC X(100).
009400 WORKING-STORAGE SECTION.
009500*****************************************************************
009600* THE GENERAL LEDGER FEED RECORD                                 *
009700*****************************************************************
009800     COPY GLFDREC.
009900*****************************************************************
010000* CONTROL CARD LAYOUT                                            *
010100*****************************************************************
010200 01  CHG-CONTROL-CARD.
010300     05  CHG-PERIOD-X        PIC X(06).
010400     05  CHG-PERIOD          REDEFINES CHG-PERIOD-X
010500                             PIC 9(06).
010600     05  FILLER              PIC X(01).
010700     05  CHG-RECOVERY-CENTER PIC X(06).
010800     05  FILLER              PIC X(01).
010900     05  CHG-GL-ACCOUNT      PIC X(08).
011000     05  FILLER              PIC X(58).
011100*****************************************************************
011200* RATE CARD LAYOUT                                               *
011300*****************************************************************
011400 01  CHG-RATE-CARD.
011500     05  CHG-RATE-CENTER     PIC X(06).
011600         88  CHG-RATE-STANDARD       VALUE "*".
011700     05  FILLER              PIC X(01).
011800     05  CHG-RATE-MINUTE-X   PIC X(07).
011900     05  CHG-RATE-MINUTE     REDEFINES CHG-RATE-MINUTE-X
012000                             PIC 9(3)V9(4).
012100     05  FILLER              PIC X(01).
012200     05  CHG-RATE-MPIXEL-X   PIC X(07).
012300     05  CHG-RATE-MPIXEL     REDEFINES CHG-RATE-MPIXEL-X
012400                             PIC 9(3)V9(4).
012500     05  FILLER              PIC X(58).
012600*****************************************************************
012700* SWITCHES AND STATUS CODES                                      *
012800*****************************************************************
012900 01  WS-SWITCHES.
013000     05  WS-RATE-EOF-SW      PIC X(01)   VALUE "N".
013100         88  WS-RATE-EOF                 VALUE "Y".
013200     05  WS-CAT-EOF-SW       PIC X(01)   VALUE "N".
013300         88  WS-CAT-EOF                  VALUE "Y".
013400     05  WS-HIST-EOF-SW      PIC X(01)   VALUE "N".
013500         88  WS-HIST-EOF                 VALUE "Y".
013600 01  WS-CHGCTL-STATUS        PIC X(02)   VALUE SPACES.
013700 01  WS-RATECARD-STATUS      PIC X(02)   VALUE SPACES.
013800 01  WS-REGNCAT-STATUS       PIC X(02)   VALUE SPACES.
013900 01  WS-HISTMST-STATUS       PIC X(02)   VALUE SPACES.
014000 01  WS-CHGRPT-STATUS        PIC X(02)   VALUE SPACES.
014100 01  WS-GLFEED-STATUS        PIC X(02)   VALUE SPACES.
014200*****************************************************************
014300* COUNTERS AND THE BILLING PERIOD                                *
014400*****************************************************************
014500 77  WS-HIST-READ-COUNT      PIC 9(07)   VALUE ZERO.
014600 77  WS-HIST-BILLED-COUNT    PIC 9(07)   VALUE ZERO.
014700 77  WS-FEED-COUNT           PIC 9(05)   VALUE ZERO.
014800 77  WS-FEED-AMOUNT          PIC 9(9)V9(2) VALUE ZERO.
014900 77  WS-UNASSIGNED-AMOUNT    PIC 9(9)V9(2) VALUE ZERO.
015000 77  WS-GRAND-AMOUNT         PIC 9(9)V9(2) VALUE ZERO.
015100 01  WS-RUN-DATE             PIC 9(08).
015200 01  WS-RUN-DATE-X           REDEFINES WS-RUN-DATE.
015300     05  WS-RUN-YEAR         PIC 9(04).
015400     05  WS-RUN-MONTH        PIC 9(02).
015500     05  WS-RUN-DAY          PIC 9(02).
015600 01  WS-PERIOD               PIC 9(06).
015700 01  WS-PERIOD-X             REDEFINES WS-PERIOD.
015800     05  WS-PERIOD-YEAR      PIC 9(04).
015900     05  WS-PERIOD-MONTH     PIC 9(02).
016000*****************************************************************
016100* THE RATE TABLE - ENTRY 1 IS THE STANDARD RATE                  *
016200*****************************************************************
016300 01  WS-RATE-TABLE.
016400     05  WS-RATE-ENTRY       OCCURS 200 TIMES.
016500         10  WS-RT-CENTER        PIC X(06).
016600         10  WS-RT-MINUTE        PIC 9(3)V9(4).
016700         10  WS-RT-MPIXEL        PIC 9(3)V9(4).
016800 77  WS-RATE-COUNT           PIC 9(04)   VALUE 1.
016900 77  WS-RATE-IDX             PIC 9(04).
017000 77  WS-RATE-FOUND-IDX       PIC 9(04).
017100 01  WS-STANDARD-SW          PIC X(01)   VALUE "N".
017200     88  WS-STANDARD-LOADED              VALUE "Y".
017300*****************************************************************
017400* THE CATALOG TABLE - EACH REGION'S OWNING COST CENTER           *
017500*****************************************************************
017600 01  WS-CATALOG-TABLE.
017700     05  WS-CAT-ENTRY        OCCURS 1000 TIMES.
017800         10  WS-CAT-LABEL        PIC X(20).
017900         10  WS-CAT-CENTER       PIC X(06).
018000 77  WS-CAT-COUNT            PIC 9(04)   VALUE ZERO.
018100 77  WS-CAT-IDX              PIC 9(04).
018200 77  WS-CAT-FOUND-IDX        PIC 9(04).
018300*****************************************************************
018400* THE REGION TABLE - ONE ENTRY PER BILLED REGION, TILES AND      *
018500* BUDGET LEGS ROLLED INTO THEIR PARENT                           *
018600*****************************************************************
018700 01  WS-REGION-TABLE.
018800     05  WS-RGN-ENTRY        OCCURS 1000 TIMES.
018900         10  WS-RGN-LABEL        PIC X(20).
019000         10  WS-RGN-CENTER       PIC X(06).
019100         10  WS-RGN-ON-CAT-SW    PIC X(01).
019200         10  WS-RGN-RUNS         PIC 9(05).
019300         10  WS-RGN-SECS         PIC 9(9)V9(2).
019400         10  WS-RGN-PIXELS       PIC 9(11).
019500         10  WS-RGN-TIME-CHG     PIC 9(9)V9(2).
019600         10  WS-RGN-PIXEL-CHG    PIC 9(9)V9(2).
019700 77  WS-RGN-COUNT            PIC 9(04)   VALUE ZERO.
019800 77  WS-RGN-IDX              PIC 9(04).
019900 77  WS-RGN-FOUND-IDX        PIC 9(04).
020000*****************************************************************
020100* THE COST CENTER TABLE - KEPT IN COST CENTER ORDER, UNASSIGNED  *
020200* WORK (HELD UNDER HIGH-VALUES) LAST                             *
020300*****************************************************************
020400 01  WS-CENTER-TABLE.
020500     05  WS-CC-ENTRY         OCCURS 200 TIMES.
020600         10  WS-CC-CENTER        PIC X(06).
020700         10  WS-CC-RATE-IDX      PIC 9(04).
020800         10  WS-CC-REGIONS       PIC 9(05).
020900         10  WS-CC-RUNS          PIC 9(07).
021000         10  WS-CC-SECS          PIC 9(9)V9(2).
021100         10  WS-CC-PIXELS        PIC 9(13).
021200         10  WS-CC-TIME-CHG      PIC 9(9)V9(2).
021300         10  WS-CC-PIXEL-CHG     PIC 9(9)V9(2).
021400 77  WS-CC-COUNT             PIC 9(04)   VALUE ZERO.
021500 77  WS-CC-IDX               PIC 9(04).
021600 77  WS-CC-FOUND-IDX         PIC 9(04).
021700 77  WS-CC-SHIFT-IDX         PIC 9(04).
021800 01  WS-CC-NEW-CENTER        PIC X(06).
021900*****************************************************************
022000* MEMBER RESOLUTION - A HISTORY LABEL IS EITHER A CATALOG LABEL  *
022100* OR A .TNN TILE OF ONE                                          *
022200*****************************************************************
022300 01  WS-MEMBER-LABEL         PIC X(20).
022400 01  WS-PARENT-LABEL         PIC X(20).
022500 77  WS-LABEL-LEN            PIC 9(02).
022600 77  WS-LABEL-IDX            PIC 9(02).
022700 77  WS-BUCKET-IDX           PIC 9(02).
022800 77  WS-RUN-PIXELS           PIC 9(09).
022900 77  WS-MINUTES              PIC 9(7)V9(2).
023000*****************************************************************
023100* PRINT CONTROL - ASA CARRIAGE CONTROL IN COLUMN 1               *
023200*****************************************************************
023300 01  WS-PRINT-LINE.
023400     05  WS-PRINT-CC         PIC X(01).
023500     05  WS-PRINT-TEXT       PIC X(132).
023600 77  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
023700 77  WS-PAGE-COUNT           PIC 9(05)   VALUE ZERO.
023800 77  WS-PAGE-LIMIT           PIC 9(03)   VALUE 60.
023900*****************************************************************
024000* HEADING, DETAIL AND TOTAL LINE IMAGES                          *
024100*****************************************************************
024200 01  WS-HEAD1.
024300     05  FILLER              PIC X(37)
024400         VALUE "RENDER CHARGEBACK STATEMENT - PERIOD ".
024500     05  WS-H1-PERIOD        PIC 9(06).
024600     05  FILLER              PIC X(15)   VALUE "   COST CENTER ".
024700     05  WS-H1-CENTER        PIC X(06).
024800     05  FILLER              PIC X(06)   VALUE " PAGE ".
024900     05  WS-H1-PAGE          PIC ZZZZ9.
025000     05  FILLER              PIC X(57)   VALUE SPACES.
025100 01  WS-HEAD2.
025200     05  FILLER              PIC X(22)   VALUE "REGION LABEL".
025300     05  FILLER              PIC X(07)   VALUE "  RUNS".
025400     05  FILLER              PIC X(14)   VALUE "       MINUTES".
025500     05  FILLER              PIC X(16)
025600         VALUE "          PIXELS".
025700     05  FILLER              PIC X(16)
025800         VALUE "     TIME CHARGE".
025900     05  FILLER              PIC X(16)
026000         VALUE "    PIXEL CHARGE".
026100     05  FILLER              PIC X(16)
026200         VALUE "    TOTAL CHARGE".
026300     05  FILLER              PIC X(25)   VALUE SPACES.
026400 01  WS-RATE-LINE.
026500     05  FILLER              PIC X(07)   VALUE "RATES: ".
026600     05  WS-RL-MINUTE        PIC ZZ9.9999.
026700     05  FILLER              PIC X(13)   VALUE " PER MINUTE, ".
026800     05  WS-RL-MPIXEL        PIC ZZ9.9999.
026900     05  FILLER              PIC X(19)
027000         VALUE " PER MILLION PIXELS".
027100     05  WS-RL-BASIS         PIC X(20).
027200     05  FILLER              PIC X(57)   VALUE SPACES.
027300 01  WS-DETAIL-LINE.
027400     05  WS-DL-LABEL         PIC X(20).
027500     05  FILLER              PIC X(02)   VALUE SPACES.
027600     05  WS-DL-RUNS          PIC ZZZZZZ9.
027700     05  FILLER              PIC X(02)   VALUE SPACES.
027800     05  WS-DL-MINUTES       PIC Z,ZZZ,ZZ9.99.
027900     05  FILLER              PIC X(02)   VALUE SPACES.
028000     05  WS-DL-PIXELS        PIC ZZ,ZZZ,ZZZ,ZZ9.
028100     05  FILLER              PIC X(02)   VALUE SPACES.
028200     05  WS-DL-TIME-CHG      PIC ZZZ,ZZZ,ZZ9.99.
028300     05  FILLER              PIC X(02)   VALUE SPACES.
028400     05  WS-DL-PIXEL-CHG     PIC ZZZ,ZZZ,ZZ9.99.
028500     05  FILLER              PIC X(02)   VALUE SPACES.
028600     05  WS-DL-TOTAL-CHG     PIC ZZZ,ZZZ,ZZ9.99.
028700     05  FILLER              PIC X(02)   VALUE SPACES.
028800     05  WS-DL-NOTE          PIC X(20).
028900     05  FILLER              PIC X(03)   VALUE SPACES.
029000*****************************************************************
029100* RUN-EVENT JOURNAL - ONE STAMPED EVENT AT START AND END,        *
029200* APPENDED THROUGH JRNLWRT                                       *
029300*****************************************************************
029400     COPY JRNLREC.
029500 PROCEDURE DIVISION.
029600*****************************************************************
029700* 0000-MAINLINE - OVERALL CONTROL                                *
029800*****************************************************************
029900 0000-MAINLINE.
030000     MOVE ZERO TO RETURN-CODE.
030100     MOVE SPACES TO JRNL-RECORD.
030200     MOVE ZERO TO JRNL-RETURN-CODE.
030300     MOVE "START" TO JRNL-EVENT-TYPE.
030400     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
030500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030600     IF RETURN-CODE NOT = ZERO
030700         GO TO 9999-EXIT
030800     END-IF.
030900     PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT.
031000     IF RETURN-CODE NOT = ZERO
031100         GO TO 9999-EXIT
031200     END-IF.
031300     PERFORM 3000-PRICE-REGIONS THRU 3000-EXIT.
031400     IF RETURN-CODE NOT = ZERO
031500         GO TO 9999-EXIT
031600     END-IF.
031700     PERFORM 4000-PRINT-STATEMENTS THRU 4000-EXIT.
031800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
031900     GO TO 9999-EXIT.
032000*****************************************************************
032100* 1000-INITIALIZE - READ THE CONTROL CARD AND RATE CARD, LOAD    *
032200*                   THE CATALOG AND OPEN THE OUTPUTS             *
032300*****************************************************************
032400 1000-INITIALIZE.
032500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032600     OPEN INPUT CHARGE-CONTROL-FILE.
032700     IF WS-CHGCTL-STATUS NOT = "00"
032800         DISPLAY "CHGBACK - UNABLE TO OPEN CHGCTL - "
032900             "FILE STATUS " WS-CHGCTL-STATUS
033000         MOVE 16 TO RETURN-CODE
033100         GO TO 1000-EXIT
033200     END-IF.
033300     MOVE SPACES TO CHG-CONTROL-CARD.
033400     READ CHARGE-CONTROL-FILE INTO CHG-CONTROL-CARD
033500         AT END CONTINUE
033600     END-READ.
033700     CLOSE CHARGE-CONTROL-FILE.
033800     PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT.
033900     IF RETURN-CODE NOT = ZERO
034000         GO TO 1000-EXIT
034100     END-IF.
034200     PERFORM 1200-LOAD-RATE-CARD THRU 1200-EXIT.
034300     IF RETURN-CODE NOT = ZERO
034400         GO TO 1000-EXIT
034500     END-IF.
034600     OPEN INPUT REGION-CATALOG-FILE.
034700     IF WS-REGNCAT-STATUS NOT = "00"
034800         DISPLAY "CHGBACK - UNABLE TO OPEN REGNCAT - "
034900             "FILE STATUS " WS-REGNCAT-STATUS
035000         MOVE 16 TO RETURN-CODE
035100         GO TO 1000-EXIT
035200     END-IF.
035300     PERFORM 1400-LOAD-CATALOG-ENTRY THRU 1400-EXIT
035400         UNTIL WS-CAT-EOF OR RETURN-CODE NOT = ZERO.
035500     CLOSE REGION-CATALOG-FILE.
035600     IF RETURN-CODE NOT = ZERO
035700         GO TO 1000-EXIT
035800     END-IF.
035900     OPEN OUTPUT RPT-PRINT-FILE.
036000     IF WS-CHGRPT-STATUS NOT = "00"
036100         DISPLAY "CHGBACK - UNABLE TO OPEN CHGRPT - "
036200             "FILE STATUS " WS-CHGRPT-STATUS
036300         MOVE 16 TO RETURN-CODE
036400         GO TO 1000-EXIT
036500     END-IF.
036600     OPEN OUTPUT LEDGER-FEED-FILE.
036700     IF WS-GLFEED-STATUS NOT = "00"
036800         DISPLAY "CHGBACK - UNABLE TO OPEN GLFEED - "
036900             "FILE STATUS " WS-GLFEED-STATUS
037000         MOVE 16 TO RETURN-CODE
037100     END-IF.
037200 1000-EXIT.
037300     EXIT.
037400*****************************************************************
037500* 1100-EDIT-CONTROL-CARD - SETTLE THE BILLING MONTH AND CHECK    *
037600*                          THE LEDGER FIELDS                     *
037700*****************************************************************
037800 1100-EDIT-CONTROL-CARD.
037900     IF CHG-PERIOD-X = SPACES
038000         MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
038100         MOVE WS-RUN-MONTH TO WS-PERIOD-MONTH
038200         IF WS-PERIOD-MONTH = 1
038300             MOVE 12 TO WS-PERIOD-MONTH
038400             SUBTRACT 1 FROM WS-PERIOD-YEAR
038500         ELSE
038600             SUBTRACT 1 FROM WS-PERIOD-MONTH
038700         END-IF
038800     ELSE
038900         IF CHG-PERIOD NOT NUMERIC
039000             DISPLAY "CHGBACK - BAD CARD - BILLING MONTH MUST "
039100                 "BE YYYYMM OR BLANK"
039200             MOVE 16 TO RETURN-CODE
039300             GO TO 1100-EXIT
039400         END-IF
039500         MOVE CHG-PERIOD TO WS-PERIOD
039600         IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
039700             DISPLAY "CHGBACK - BAD CARD - BILLING MONTH "
039800                 CHG-PERIOD-X " IS NOT A MONTH"
039900             MOVE 16 TO RETURN-CODE
040000             GO TO 1100-EXIT
040100         END-IF
040200     END-IF.
040300     IF CHG-RECOVERY-CENTER = SPACES
040400         DISPLAY "CHGBACK - BAD CARD - RECOVERY COST CENTER "
040500             "IN COLUMNS 8-13 IS REQUIRED"
040600         MOVE 16 TO RETURN-CODE
040700     END-IF.
040800     IF CHG-GL-ACCOUNT = SPACES
040900         DISPLAY "CHGBACK - BAD CARD - LEDGER ACCOUNT IN "
041000             "COLUMNS 15-22 IS REQUIRED"
041100         MOVE 16 TO RETURN-CODE
041200     END-IF.
041300     DISPLAY "CHGBACK - BILLING PERIOD " WS-PERIOD.
041400 1100-EXIT.
041500     EXIT.
041600*****************************************************************
041700* 1200-LOAD-RATE-CARD - TABLE THE RATES; THE STANDARD RATE IS    *
041800*                       HELD IN ENTRY 1 AND MUST BE PRESENT      *
041900*****************************************************************
042000 1200-LOAD-RATE-CARD.
042100     OPEN INPUT RATE-CARD-FILE.
042200     IF WS-RATECARD-STATUS NOT = "00"
042300         DISPLAY "CHGBACK - UNABLE TO OPEN RATECARD - "
042400             "FILE STATUS " WS-RATECARD-STATUS
042500         MOVE 16 TO RETURN-CODE
042600         GO TO 1200-EXIT
042700     END-IF.
042800     PERFORM 1300-LOAD-ONE-RATE THRU 1300-EXIT
042900         UNTIL WS-RATE-EOF.
043000     CLOSE RATE-CARD-FILE.
043100     IF NOT WS-STANDARD-LOADED
043200         DISPLAY "CHGBACK - BAD RATE CARD - NO STANDARD RATE "
043300             "(* IN COLUMN 1)"
043400         MOVE 16 TO RETURN-CODE
043500     END-IF.
043600 1200-EXIT.
043700     EXIT.
043800*****************************************************************
043900* 1300-LOAD-ONE-RATE - EDIT AND TABLE ONE RATE CARD              *
044000*****************************************************************
044100 1300-LOAD-ONE-RATE.
044200     READ RATE-CARD-FILE INTO CHG-RATE-CARD
044300         AT END SET WS-RATE-EOF TO TRUE
044400     END-READ.
044500     IF WS-RATE-EOF OR CHG-RATE-CARD = SPACES
044600         GO TO 1300-EXIT
044700     END-IF.
044800     IF CHG-RATE-MINUTE NOT NUMERIC
044900         OR CHG-RATE-MPIXEL NOT NUMERIC
045000         DISPLAY "CHGBACK - BAD RATE CARD - " CHG-RATE-CENTER
045100             " RATES MUST BE NUMERIC 9(3)V9(4)"
045200         MOVE 16 TO RETURN-CODE
045300         GO TO 1300-EXIT
045400     END-IF.
045500     IF CHG-RATE-STANDARD
045600         IF WS-STANDARD-LOADED
045700             DISPLAY "CHGBACK - BAD RATE CARD - MORE THAN ONE "
045800                 "STANDARD RATE"
045900             MOVE 16 TO RETURN-CODE
046000             GO TO 1300-EXIT
046100         END-IF
046200         SET WS-STANDARD-LOADED TO TRUE
046300         MOVE HIGH-VALUES TO WS-RT-CENTER(1)
046400         MOVE CHG-RATE-MINUTE TO WS-RT-MINUTE(1)
046500         MOVE CHG-RATE-MPIXEL TO WS-RT-MPIXEL(1)
046600         GO TO 1300-EXIT
046700     END-IF.
046800     MOVE CHG-RATE-CENTER TO WS-CC-NEW-CENTER.
046900     PERFORM 1350-FIND-RATE THRU 1350-EXIT.
047000     IF WS-RATE-FOUND-IDX NOT = 1
047100         DISPLAY "CHGBACK - BAD RATE CARD - COST CENTER "
047200             CHG-RATE-CENTER " HAS MORE THAN ONE RATE"
047300         MOVE 16 TO RETURN-CODE
047400         GO TO 1300-EXIT
047500     END-IF.
047600     IF WS-RATE-COUNT NOT < 200
047700         DISPLAY "CHGBACK - RATE TABLE FULL AT 200 CARDS "
047800             "- RAISE THE TABLE LIMIT"
047900         MOVE 16 TO RETURN-CODE
048000         GO TO 1300-EXIT
048100     END-IF.
048200     ADD 1 TO WS-RATE-COUNT.
048300     MOVE CHG-RATE-CENTER TO WS-RT-CENTER(WS-RATE-COUNT).
048400     MOVE CHG-RATE-MINUTE TO WS-RT-MINUTE(WS-RATE-COUNT).
048500     MOVE CHG-RATE-MPIXEL TO WS-RT-MPIXEL(WS-RATE-COUNT).
048600 1300-EXIT.
048700     EXIT.
048800*****************************************************************
048900* 1350-FIND-RATE - THE RATE ENTRY FOR WS-CC-NEW-CENTER; ENTRY 1  *
049000*                  (THE STANDARD RATE) WHEN IT HAS NONE OF ITS   *
049100*                  OWN                                           *
049200*****************************************************************
049300 1350-FIND-RATE.
049400     MOVE 1 TO WS-RATE-FOUND-IDX.
049500     PERFORM VARYING WS-RATE-IDX FROM 2 BY 1
049600             UNTIL WS-RATE-IDX > WS-RATE-COUNT
049700             OR WS-RATE-FOUND-IDX NOT = 1
049800         IF WS-RT-CENTER(WS-RATE-IDX) = WS-CC-NEW-CENTER
049900             MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
050000         END-IF
050100     END-PERFORM.
050200 1350-EXIT.
050300     EXIT.
050400*****************************************************************
050500* 1400-LOAD-CATALOG-ENTRY - TABLE ONE REGION AND ITS OWNER       *
050600*****************************************************************
050700 1400-LOAD-CATALOG-ENTRY.
050800     READ REGION-CATALOG-FILE
050900         AT END SET WS-CAT-EOF TO TRUE
051000     END-READ.
051100     IF WS-CAT-EOF
051200         GO TO 1400-EXIT
051300     END-IF.
051400     IF WS-CAT-COUNT NOT < 1000
051500         DISPLAY "CHGBACK - CATALOG TABLE FULL AT 1000 REGIONS "
051600             "- RAISE THE TABLE LIMIT"
051700         MOVE 16 TO RETURN-CODE
051800         GO TO 1400-EXIT
051900     END-IF.
052000     ADD 1 TO WS-CAT-COUNT.
052100     MOVE RCAT-REGION-LABEL TO WS-CAT-LABEL(WS-CAT-COUNT).
052200     MOVE RCAT-COST-CENTER TO WS-CAT-CENTER(WS-CAT-COUNT).
052300 1400-EXIT.
052400     EXIT.
052500*****************************************************************
052600* 2000-ACCUMULATE-HISTORY - WALK THE RUN-HISTORY MASTER AND      *
052700*                           TOTAL THE BILLING MONTH'S RUNS BY    *
052800*                           REGION                               *
052900*****************************************************************
053000 2000-ACCUMULATE-HISTORY.
053100     OPEN INPUT HISTORY-MASTER-FILE.
053200     IF WS-HISTMST-STATUS = "35"
053300         DISPLAY "CHGBACK - HISTMST HAS NEVER BEEN CREATED - "
053400             "NOTHING TO BILL"
053500         GO TO 2000-EXIT
053600     END-IF.
053700     IF WS-HISTMST-STATUS NOT = "00"
053800         DISPLAY "CHGBACK - UNABLE TO OPEN HISTMST - "
053900             "FILE STATUS " WS-HISTMST-STATUS
054000         MOVE 16 TO RETURN-CODE
054100         GO TO 2000-EXIT
054200     END-IF.
054300     PERFORM 2100-ACCUMULATE-ONE-RUN THRU 2100-EXIT
054400         UNTIL WS-HIST-EOF OR RETURN-CODE NOT = ZERO.
054500     CLOSE HISTORY-MASTER-FILE.
054600 2000-EXIT.
054700     EXIT.
054800*****************************************************************
054900* 2100-ACCUMULATE-ONE-RUN - ADD ONE RUN IN THE BILLING MONTH TO  *
055000*                           ITS PARENT REGION'S TOTALS           *
055100*****************************************************************
055200 2100-ACCUMULATE-ONE-RUN.
055300     READ HISTORY-MASTER-FILE NEXT RECORD
055400         AT END SET WS-HIST-EOF TO TRUE
055500     END-READ.
055600     IF WS-HIST-EOF
055700         GO TO 2100-EXIT
055800     END-IF.
055900     ADD 1 TO WS-HIST-READ-COUNT.
056000     IF HIST-RUN-DATE(1:6) NOT = WS-PERIOD-X
056100         GO TO 2100-EXIT
056200     END-IF.
056300     MOVE HIST-REGION-LABEL TO WS-MEMBER-LABEL.
056400     PERFORM 2500-RESOLVE-MEMBER THRU 2500-EXIT.
056500     PERFORM 2200-FIND-REGION THRU 2200-EXIT.
056600     IF RETURN-CODE NOT = ZERO
056700         GO TO 2100-EXIT
056800     END-IF.
056900     MOVE HIST-IN-SET-COUNT TO WS-RUN-PIXELS.
057000     PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
057100             UNTIL WS-BUCKET-IDX > 10
057200         ADD HIST-ESCAPE-BUCKET(WS-BUCKET-IDX) TO WS-RUN-PIXELS
057300     END-PERFORM.
057400     ADD 1 TO WS-RGN-RUNS(WS-RGN-FOUND-IDX).
057500     ADD HIST-ELAPSED-SECS TO WS-RGN-SECS(WS-RGN-FOUND-IDX).
057600     ADD WS-RUN-PIXELS TO WS-RGN-PIXELS(WS-RGN-FOUND-IDX).
057700     ADD 1 TO WS-HIST-BILLED-COUNT.
057800 2100-EXIT.
057900     EXIT.
058000*****************************************************************
058100* 2200-FIND-REGION - THE REGION TABLE ENTRY FOR WS-PARENT-LABEL, *
058200*                    ADDED WITH ITS OWNER ON FIRST SIGHT. A      *
058300*                    LABEL NO LONGER ON THE CATALOG HAS NO OWNER.*
058400*****************************************************************
058500 2200-FIND-REGION.
058600     MOVE ZERO TO WS-RGN-FOUND-IDX.
058700     PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
058800             UNTIL WS-RGN-IDX > WS-RGN-COUNT
058900             OR WS-RGN-FOUND-IDX NOT = ZERO
059000         IF WS-RGN-LABEL(WS-RGN-IDX) = WS-PARENT-LABEL
059100             MOVE WS-RGN-IDX TO WS-RGN-FOUND-IDX
059200         END-IF
059300     END-PERFORM.
059400     IF WS-RGN-FOUND-IDX NOT = ZERO
059500         GO TO 2200-EXIT
059600     END-IF.
059700     IF WS-RGN-COUNT NOT < 1000
059800         DISPLAY "CHGBACK - REGION TABLE FULL AT 1000 REGIONS "
059900             "- RAISE THE TABLE LIMIT"
060000         MOVE 16 TO RETURN-CODE
060100         GO TO 2200-EXIT
060200     END-IF.
060300     ADD 1 TO WS-RGN-COUNT.
060400     MOVE WS-RGN-COUNT TO WS-RGN-FOUND-IDX.
060500     MOVE WS-PARENT-LABEL TO WS-RGN-LABEL(WS-RGN-COUNT).
060600     IF WS-CAT-FOUND-IDX = ZERO
060700         MOVE SPACES TO WS-RGN-CENTER(WS-RGN-COUNT)
060800         MOVE "N" TO WS-RGN-ON-CAT-SW(WS-RGN-COUNT)
060900     ELSE
061000         MOVE WS-CAT-CENTER(WS-CAT-FOUND-IDX)
061100             TO WS-RGN-CENTER(WS-RGN-COUNT)
061200         MOVE "Y" TO WS-RGN-ON-CAT-SW(WS-RGN-COUNT)
061300     END-IF.
061400     MOVE ZERO TO WS-RGN-RUNS(WS-RGN-COUNT).
061500     MOVE ZERO TO WS-RGN-SECS(WS-RGN-COUNT).
061600     MOVE ZERO TO WS-RGN-PIXELS(WS-RGN-COUNT).
061700     MOVE ZERO TO WS-RGN-TIME-CHG(WS-RGN-COUNT).
061800     MOVE ZERO TO WS-RGN-PIXEL-CHG(WS-RGN-COUNT).
061900 2200-EXIT.
062000     EXIT.
062100*****************************************************************
062200* 2500-RESOLVE-MEMBER - THE CATALOG REGION A HISTORY LABEL       *
062300*                       BELONGS TO: THE LABEL ITSELF, OR FOR A   *
062400*                       .TNN TILE THE LABEL IT WAS CUT FROM.     *
062500*                       WS-PARENT-LABEL IS THE REGION TO BILL;   *
062600*                       WS-CAT-FOUND-IDX IS ZERO WHEN IT IS NOT  *
062700*                       ON THE CATALOG.                          *
062800*****************************************************************
062900 2500-RESOLVE-MEMBER.
063000     MOVE WS-MEMBER-LABEL TO WS-PARENT-LABEL.
063100     PERFORM 2550-FIND-CATALOG-ENTRY THRU 2550-EXIT.
063200     IF WS-CAT-FOUND-IDX NOT = ZERO
063300         GO TO 2500-EXIT
063400     END-IF.
063500     MOVE ZERO TO WS-LABEL-LEN.
063600     PERFORM VARYING WS-LABEL-IDX FROM 20 BY -1
063700             UNTIL WS-LABEL-IDX < 1
063800             OR WS-LABEL-LEN NOT = ZERO
063900         IF WS-MEMBER-LABEL(WS-LABEL-IDX:1) NOT = SPACE
064000             MOVE WS-LABEL-IDX TO WS-LABEL-LEN
064100         END-IF
064200     END-PERFORM.
064300     IF WS-LABEL-LEN < 5
064400         GO TO 2500-EXIT
064500     END-IF.
064600     IF WS-MEMBER-LABEL(WS-LABEL-LEN - 3:2) NOT = ".T"
064700         OR WS-MEMBER-LABEL(WS-LABEL-LEN - 1:2) NOT NUMERIC
064800         GO TO 2500-EXIT
064900     END-IF.
065000     MOVE SPACES TO WS-PARENT-LABEL.
065100     MOVE WS-MEMBER-LABEL(1:WS-LABEL-LEN - 4) TO WS-PARENT-LABEL.
065200     PERFORM 2550-FIND-CATALOG-ENTRY THRU 2550-EXIT.
065300*    A TILE WHOSE PARENT HAS LEFT THE CATALOG STILL BILLS AS ITS
065400*    PARENT, SO ALL OF THAT REGION'S WORK STAYS ON ONE LINE.
065500 2500-EXIT.
065600     EXIT.
065700*****************************************************************
065800* 2550-FIND-CATALOG-ENTRY - LOOK UP WS-PARENT-LABEL IN THE       *
065900*                           CATALOG TABLE                        *
066000*****************************************************************
066100 2550-FIND-CATALOG-ENTRY.
066200     MOVE ZERO TO WS-CAT-FOUND-IDX.
066300     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
066400             UNTIL WS-CAT-IDX > WS-CAT-COUNT
066500             OR WS-CAT-FOUND-IDX NOT = ZERO
066600         IF WS-CAT-LABEL(WS-CAT-IDX) = WS-PARENT-LABEL
066700             MOVE WS-CAT-IDX TO WS-CAT-FOUND-IDX
066800         END-IF
066900     END-PERFORM.
067000 2550-EXIT.
067100     EXIT.
067200*****************************************************************
067300* 3000-PRICE-REGIONS - PRICE EACH REGION AT ITS OWNER'S RATE AND *
067400*                      TOTAL IT INTO ITS COST CENTER             *
067500*****************************************************************
067600 3000-PRICE-REGIONS.
067700     PERFORM 3100-PRICE-ONE-REGION THRU 3100-EXIT
067800         VARYING WS-RGN-IDX FROM 1 BY 1
067900         UNTIL WS-RGN-IDX > WS-RGN-COUNT
068000         OR RETURN-CODE NOT = ZERO.
068100 3000-EXIT.
068200     EXIT.
068300*****************************************************************
068400* 3100-PRICE-ONE-REGION - TIME CHARGE ON ELAPSED MINUTES, PIXEL  *
068500*                         CHARGE ON MILLIONS OF PIXELS           *
068600*****************************************************************
068700 3100-PRICE-ONE-REGION.
068800     IF WS-RGN-CENTER(WS-RGN-IDX) = SPACES
068900         MOVE HIGH-VALUES TO WS-CC-NEW-CENTER
069000     ELSE
069100         MOVE WS-RGN-CENTER(WS-RGN-IDX) TO WS-CC-NEW-CENTER
069200     END-IF.
069300     PERFORM 3200-FIND-COST-CENTER THRU 3200-EXIT.
069400     IF RETURN-CODE NOT = ZERO
069500         GO TO 3100-EXIT
069600     END-IF.
069700     MOVE WS-CC-RATE-IDX(WS-CC-FOUND-IDX) TO WS-RATE-IDX.
069800     COMPUTE WS-RGN-TIME-CHG(WS-RGN-IDX) ROUNDED =
069900         WS-RGN-SECS(WS-RGN-IDX) / 60 * WS-RT-MINUTE(WS-RATE-IDX).
070000     COMPUTE WS-RGN-PIXEL-CHG(WS-RGN-IDX) ROUNDED =
070100         WS-RGN-PIXELS(WS-RGN-IDX) / 1000000
070200         * WS-RT-MPIXEL(WS-RATE-IDX).
070300     ADD 1 TO WS-CC-REGIONS(WS-CC-FOUND-IDX).
070400     ADD WS-RGN-RUNS(WS-RGN-IDX) TO WS-CC-RUNS(WS-CC-FOUND-IDX).
070500     ADD WS-RGN-SECS(WS-RGN-IDX) TO WS-CC-SECS(WS-CC-FOUND-IDX).
070600     ADD WS-RGN-PIXELS(WS-RGN-IDX)
070700         TO WS-CC-PIXELS(WS-CC-FOUND-IDX).
070800     ADD WS-RGN-TIME-CHG(WS-RGN-IDX)
070900         TO WS-CC-TIME-CHG(WS-CC-FOUND-IDX).
071000     ADD WS-RGN-PIXEL-CHG(WS-RGN-IDX)
071100         TO WS-CC-PIXEL-CHG(WS-CC-FOUND-IDX).
071200 3100-EXIT.
071300     EXIT.
071400*****************************************************************
071500* 3200-FIND-COST-CENTER - THE COST CENTER TABLE ENTRY FOR        *
071600*                         WS-CC-NEW-CENTER, INSERTED IN ORDER    *
071700*                         WITH ITS RATE ON FIRST SIGHT           *
071800*****************************************************************
071900 3200-FIND-COST-CENTER.
072000     MOVE ZERO TO WS-CC-FOUND-IDX.
072100     PERFORM VARYING WS-CC-IDX FROM 1 BY 1
072200             UNTIL WS-CC-IDX > WS-CC-COUNT
072300             OR WS-CC-FOUND-IDX NOT = ZERO
072400         IF WS-CC-CENTER(WS-CC-IDX) NOT < WS-CC-NEW-CENTER
072500             MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
072600         END-IF
072700     END-PERFORM.
072800     IF WS-CC-FOUND-IDX NOT = ZERO
072900         IF WS-CC-CENTER(WS-CC-FOUND-IDX) = WS-CC-NEW-CENTER
073000             GO TO 3200-EXIT
073100         END-IF
073200     ELSE
073300         COMPUTE WS-CC-FOUND-IDX = WS-CC-COUNT + 1
073400     END-IF.
073500     IF WS-CC-COUNT NOT < 200
073600         DISPLAY "CHGBACK - COST CENTER TABLE FULL AT 200 "
073700             "- RAISE THE TABLE LIMIT"
073800         MOVE 16 TO RETURN-CODE
073900         GO TO 3200-EXIT
074000     END-IF.
074100*    OPEN A SLOT AT WS-CC-FOUND-IDX BY MOVING THE HIGHER COST
074200*    CENTERS DOWN ONE.
074300     PERFORM 3250-SHIFT-ONE-CENTER THRU 3250-EXIT
074400         VARYING WS-CC-SHIFT-IDX FROM WS-CC-COUNT BY -1
074500         UNTIL WS-CC-SHIFT-IDX < WS-CC-FOUND-IDX.
074600     ADD 1 TO WS-CC-COUNT.
074700     MOVE WS-CC-NEW-CENTER TO WS-CC-CENTER(WS-CC-FOUND-IDX).
074800     PERFORM 1350-FIND-RATE THRU 1350-EXIT.
074900     MOVE WS-RATE-FOUND-IDX TO WS-CC-RATE-IDX(WS-CC-FOUND-IDX).
075000     MOVE ZERO TO WS-CC-REGIONS(WS-CC-FOUND-IDX).
075100     MOVE ZERO TO WS-CC-RUNS(WS-CC-FOUND-IDX).
075200     MOVE ZERO TO WS-CC-SECS(WS-CC-FOUND-IDX).
075300     MOVE ZERO TO WS-CC-PIXELS(WS-CC-FOUND-IDX).
075400     MOVE ZERO TO WS-CC-TIME-CHG(WS-CC-FOUND-IDX).
075500     MOVE ZERO TO WS-CC-PIXEL-CHG(WS-CC-FOUND-IDX).
075600 3200-EXIT.
075700     EXIT.
075800*****************************************************************
075900* 3250-SHIFT-ONE-CENTER - MOVE ONE COST CENTER ENTRY DOWN A SLOT *
076000*****************************************************************
076100 3250-SHIFT-ONE-CENTER.
076200     MOVE WS-CC-ENTRY(WS-CC-SHIFT-IDX)
076300         TO WS-CC-ENTRY(WS-CC-SHIFT-IDX + 1).
076400 3250-EXIT.
076500     EXIT.
076600*****************************************************************
076700* 4000-PRINT-STATEMENTS - ONE STATEMENT AND LEDGER RECORD PER    *
076800*                         COST CENTER, THEN THE SUMMARY AND THE  *
076900*                         LEDGER TRAILER                         *
077000*****************************************************************
077100 4000-PRINT-STATEMENTS.
077200     PERFORM 4100-PRINT-ONE-STATEMENT THRU 4100-EXIT
077300         VARYING WS-CC-IDX FROM 1 BY 1
077400         UNTIL WS-CC-IDX > WS-CC-COUNT
077500         OR RETURN-CODE = 16.
077600     IF RETURN-CODE NOT = 16
077700         PERFORM 4500-PRINT-SUMMARY THRU 4500-EXIT
077800     END-IF.
077900     IF RETURN-CODE NOT = 16
078000         PERFORM 4700-WRITE-FEED-TRAILER THRU 4700-EXIT
078100     END-IF.
078200 4000-EXIT.
078300     EXIT.
078400*****************************************************************
078500* 4100-PRINT-ONE-STATEMENT - A COST CENTER'S RATES, REGIONS AND  *
078600*                            TOTAL ON A PAGE OF ITS OWN          *
078700*****************************************************************
078800 4100-PRINT-ONE-STATEMENT.
078900     IF WS-CC-CENTER(WS-CC-IDX) = HIGH-VALUES
079000         MOVE "*NONE*" TO WS-H1-CENTER
079100     ELSE
079200         MOVE WS-CC-CENTER(WS-CC-IDX) TO WS-H1-CENTER
079300     END-IF.
079400     PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT.
079500     MOVE WS-CC-RATE-IDX(WS-CC-IDX) TO WS-RATE-IDX.
079600     MOVE WS-RT-MINUTE(WS-RATE-IDX) TO WS-RL-MINUTE.
079700     MOVE WS-RT-MPIXEL(WS-RATE-IDX) TO WS-RL-MPIXEL.
079800     IF WS-RATE-IDX = 1
079900         MOVE " - STANDARD RATE" TO WS-RL-BASIS
080000     ELSE
080100         MOVE " - OWN RATE CARD" TO WS-RL-BASIS
080200     END-IF.
080300     MOVE SPACES TO WS-PRINT-TEXT.
080400     MOVE WS-RATE-LINE TO WS-PRINT-TEXT.
080500     MOVE " " TO WS-PRINT-CC.
080600     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
080700     ADD 1 TO WS-LINE-COUNT.
080800     PERFORM 4200-PRINT-ONE-REGION THRU 4200-EXIT
080900         VARYING WS-RGN-IDX FROM 1 BY 1
081000         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
081100     MOVE SPACES TO WS-DETAIL-LINE.
081200     MOVE "COST CENTER TOTAL" TO WS-DL-LABEL.
081300     PERFORM 4300-EDIT-CENTER-TOTALS THRU 4300-EXIT.
081400     MOVE SPACES TO WS-PRINT-TEXT.
081500     MOVE WS-DETAIL-LINE TO WS-PRINT-TEXT.
081600     MOVE "0" TO WS-PRINT-CC.
081700     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
081800     ADD 2 TO WS-LINE-COUNT.
081900     COMPUTE WS-GRAND-AMOUNT = WS-GRAND-AMOUNT
082000         + WS-CC-TIME-CHG(WS-CC-IDX)
082100         + WS-CC-PIXEL-CHG(WS-CC-IDX).
082200     IF WS-CC-CENTER(WS-CC-IDX) = HIGH-VALUES
082300         COMPUTE WS-UNASSIGNED-AMOUNT =
082400             WS-CC-TIME-CHG(WS-CC-IDX)
082500             + WS-CC-PIXEL-CHG(WS-CC-IDX)
082600         MOVE SPACES TO WS-PRINT-TEXT
082700         MOVE "NO OWNING COST CENTER - NOT FED TO THE LEDGER. "
082800             TO WS-PRINT-TEXT
082900         MOVE "ASSIGN ONE THROUGH REGCATMT (COLUMNS 30-35)."
083000             TO WS-PRINT-TEXT(48:44)
083100         MOVE " " TO WS-PRINT-CC
083200         PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT
083300         ADD 1 TO WS-LINE-COUNT
083400         GO TO 4100-EXIT
083500     END-IF.
083600     PERFORM 4600-WRITE-FEED-CHARGE THRU 4600-EXIT.
083700 4100-EXIT.
083800     EXIT.
083900*****************************************************************
084000* 4200-PRINT-ONE-REGION - ONE DETAIL LINE WHEN THE REGION IS     *
084100*                         BILLED TO THE COST CENTER UNDER PRINT  *
084200*****************************************************************
084300 4200-PRINT-ONE-REGION.
084400     IF WS-RGN-CENTER(WS-RGN-IDX) = SPACES
084500         IF WS-CC-CENTER(WS-CC-IDX) NOT = HIGH-VALUES
084600             GO TO 4200-EXIT
084700         END-IF
084800     ELSE
084900         IF WS-RGN-CENTER(WS-RGN-IDX)
084950             NOT = WS-CC-CENTER(WS-CC-IDX)
085000             GO TO 4200-EXIT
085100         END-IF
085200     END-IF.
085300     MOVE SPACES TO WS-DETAIL-LINE.
085400     MOVE WS-RGN-LABEL(WS-RGN-IDX) TO WS-DL-LABEL.
085500     MOVE WS-RGN-RUNS(WS-RGN-IDX) TO WS-DL-RUNS.
085600     COMPUTE WS-MINUTES ROUNDED = WS-RGN-SECS(WS-RGN-IDX) / 60.
085700     MOVE WS-MINUTES TO WS-DL-MINUTES.
085800     MOVE WS-RGN-PIXELS(WS-RGN-IDX) TO WS-DL-PIXELS.
085900     MOVE WS-RGN-TIME-CHG(WS-RGN-IDX) TO WS-DL-TIME-CHG.
086000     MOVE WS-RGN-PIXEL-CHG(WS-RGN-IDX) TO WS-DL-PIXEL-CHG.
086100     COMPUTE WS-DL-TOTAL-CHG = WS-RGN-TIME-CHG(WS-RGN-IDX)
086200         + WS-RGN-PIXEL-CHG(WS-RGN-IDX).
086300     IF WS-RGN-ON-CAT-SW(WS-RGN-IDX) = "N"
086400         MOVE "NOT ON CATALOG" TO WS-DL-NOTE
086500     END-IF.
086600     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
086700 4200-EXIT.
086800     EXIT.
086900*****************************************************************
087000* 4300-EDIT-CENTER-TOTALS - A COST CENTER'S TOTALS INTO THE      *
087100*                           DETAIL LINE                          *
087200*****************************************************************
087300 4300-EDIT-CENTER-TOTALS.
087400     MOVE WS-CC-RUNS(WS-CC-IDX) TO WS-DL-RUNS.
087500     COMPUTE WS-MINUTES ROUNDED = WS-CC-SECS(WS-CC-IDX) / 60.
087600     MOVE WS-MINUTES TO WS-DL-MINUTES.
087700     MOVE WS-CC-PIXELS(WS-CC-IDX) TO WS-DL-PIXELS.
087800     MOVE WS-CC-TIME-CHG(WS-CC-IDX) TO WS-DL-TIME-CHG.
087900     MOVE WS-CC-PIXEL-CHG(WS-CC-IDX) TO WS-DL-PIXEL-CHG.
088000     COMPUTE WS-DL-TOTAL-CHG = WS-CC-TIME-CHG(WS-CC-IDX)
088100         + WS-CC-PIXEL-CHG(WS-CC-IDX).
088200 4300-EXIT.
088300     EXIT.
088400*****************************************************************
088500* 4500-PRINT-SUMMARY - ONE LINE PER COST CENTER AND THE MONTH'S  *
088600*                      TOTAL                                     *
088700*****************************************************************
088800 4500-PRINT-SUMMARY.
088900     MOVE "*ALL* " TO WS-H1-CENTER.
089000     PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT.
089100     PERFORM 4550-PRINT-ONE-SUMMARY THRU 4550-EXIT
089200         VARYING WS-CC-IDX FROM 1 BY 1
089300         UNTIL WS-CC-IDX > WS-CC-COUNT.
089400     MOVE SPACES TO WS-DETAIL-LINE.
089500     MOVE "TOTAL CHARGED" TO WS-DL-LABEL.
089600     MOVE WS-GRAND-AMOUNT TO WS-DL-TOTAL-CHG.
089700     MOVE SPACES TO WS-PRINT-TEXT.
089800     MOVE WS-DETAIL-LINE TO WS-PRINT-TEXT.
089900     MOVE "0" TO WS-PRINT-CC.
090000     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
090100     ADD 2 TO WS-LINE-COUNT.
090200     MOVE SPACES TO WS-DETAIL-LINE.
090300     MOVE "FED TO THE LEDGER" TO WS-DL-LABEL.
090400     MOVE WS-FEED-AMOUNT TO WS-DL-TOTAL-CHG.
090500     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
090600     MOVE SPACES TO WS-DETAIL-LINE.
090700     MOVE "UNASSIGNED" TO WS-DL-LABEL.
090800     MOVE WS-UNASSIGNED-AMOUNT TO WS-DL-TOTAL-CHG.
090900     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
091000 4500-EXIT.
091100     EXIT.
091200*****************************************************************
091300* 4550-PRINT-ONE-SUMMARY - ONE COST CENTER'S TOTALS              *
091400*****************************************************************
091500 4550-PRINT-ONE-SUMMARY.
091600     MOVE SPACES TO WS-DETAIL-LINE.
091700     IF WS-CC-CENTER(WS-CC-IDX) = HIGH-VALUES
091800         MOVE "*NONE*" TO WS-DL-LABEL
091900     ELSE
092000         MOVE WS-CC-CENTER(WS-CC-IDX) TO WS-DL-LABEL
092100     END-IF.
092200     PERFORM 4300-EDIT-CENTER-TOTALS THRU 4300-EXIT.
092300     PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT.
092400 4550-EXIT.
092500     EXIT.
092600*****************************************************************
092700* 4600-WRITE-FEED-CHARGE - ONE LEDGER CHARGE FOR THE COST CENTER *
092800*                          UNDER PRINT, WHEN THERE IS ANYTHING   *
092900*                          TO CHARGE                             *
093000*****************************************************************
093100 4600-WRITE-FEED-CHARGE.
093200     MOVE SPACES TO GLF-RECORD.
093300     SET GLF-TYPE-CHARGE TO TRUE.
093400     COMPUTE GLF-AMOUNT = WS-CC-TIME-CHG(WS-CC-IDX)
093500         + WS-CC-PIXEL-CHG(WS-CC-IDX).
093600     IF GLF-AMOUNT = ZERO
093700         GO TO 4600-EXIT
093800     END-IF.
093900     MOVE WS-PERIOD TO GLF-PERIOD.
094000     MOVE CHG-GL-ACCOUNT TO GLF-GL-ACCOUNT.
094100     MOVE WS-CC-CENTER(WS-CC-IDX) TO GLF-DEBIT-CENTER.
094200     MOVE CHG-RECOVERY-CENTER TO GLF-CREDIT-CENTER.
094300     COMPUTE GLF-ELAPSED-MINS ROUNDED =
094400         WS-CC-SECS(WS-CC-IDX) / 60.
094500     MOVE WS-CC-PIXELS(WS-CC-IDX) TO GLF-PIXEL-COUNT.
094600     MOVE WS-CC-REGIONS(WS-CC-IDX) TO GLF-REGION-COUNT.
094700     MOVE "RENDER CHARGEBACK" TO GLF-DESCRIPTION.
094800     WRITE LEDGER-FEED-RECORD FROM GLF-RECORD.
094900     IF WS-GLFEED-STATUS NOT = "00"
095000         DISPLAY "CHGBACK - WRITE FAILED ON GLFEED - "
095100             "FILE STATUS " WS-GLFEED-STATUS
095200         MOVE 16 TO RETURN-CODE
095300         GO TO 4600-EXIT
095400     END-IF.
095500     ADD 1 TO WS-FEED-COUNT.
095600     ADD GLF-AMOUNT TO WS-FEED-AMOUNT.
095700 4600-EXIT.
095800     EXIT.
095900*****************************************************************
096000* 4700-WRITE-FEED-TRAILER - THE CONTROL TOTAL THE LEDGER         *
096100*                           INTERFACE CHECKS THE FEED AGAINST    *
096200*****************************************************************
096300 4700-WRITE-FEED-TRAILER.
096400     MOVE SPACES TO GLF-RECORD.
096500     SET GLF-TYPE-TRAILER TO TRUE.
096600     MOVE WS-PERIOD TO GLF-PERIOD.
096700     MOVE CHG-GL-ACCOUNT TO GLF-GL-ACCOUNT.
096800     MOVE SPACES TO GLF-DEBIT-CENTER.
096900     MOVE CHG-RECOVERY-CENTER TO GLF-CREDIT-CENTER.
097000     MOVE WS-FEED-AMOUNT TO GLF-AMOUNT.
097100     MOVE ZERO TO GLF-ELAPSED-MINS.
097200     MOVE ZERO TO GLF-PIXEL-COUNT.
097300     MOVE WS-FEED-COUNT TO GLF-REGION-COUNT.
097400     MOVE "RENDER CHARGEBACK CONTROL" TO GLF-DESCRIPTION.
097500     WRITE LEDGER-FEED-RECORD FROM GLF-RECORD.
097600     IF WS-GLFEED-STATUS NOT = "00"
097700         DISPLAY "CHGBACK - WRITE FAILED ON GLFEED - "
097800             "FILE STATUS " WS-GLFEED-STATUS
097900         MOVE 16 TO RETURN-CODE
098000     END-IF.
098100 4700-EXIT.
098200     EXIT.
098300*****************************************************************
098400* 7000-PRINT-PAGE-HEADING - NEW PAGE WITH THE PERIOD, COST       *
098500*                           CENTER AND COLUMN CAPTIONS           *
098600*****************************************************************
098700 7000-PRINT-PAGE-HEADING.
098800     ADD 1 TO WS-PAGE-COUNT.
098900     MOVE WS-PERIOD TO WS-H1-PERIOD.
099000     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
099100     MOVE SPACES TO WS-PRINT-TEXT.
099200     MOVE WS-HEAD1 TO WS-PRINT-TEXT.
099300     MOVE "1" TO WS-PRINT-CC.
099400     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
099500     MOVE SPACES TO WS-PRINT-TEXT.
099600     MOVE WS-HEAD2 TO WS-PRINT-TEXT.
099700     MOVE "0" TO WS-PRINT-CC.
099800     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
099900     MOVE 3 TO WS-LINE-COUNT.
100000 7000-EXIT.
100100     EXIT.
100200*****************************************************************
100300* 7100-WRITE-DETAIL - ONE BODY LINE WITH A PAGE BREAK WHEN THE   *
100400*                     PAGE IS FULL                               *
100500*****************************************************************
100600 7100-WRITE-DETAIL.
100700     IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
100800         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
100900     END-IF.
101000     MOVE SPACES TO WS-PRINT-TEXT.
101100     MOVE WS-DETAIL-LINE TO WS-PRINT-TEXT.
101200     MOVE " " TO WS-PRINT-CC.
101300     PERFORM 7200-WRITE-PRINT-LINE THRU 7200-EXIT.
101400     ADD 1 TO WS-LINE-COUNT.
101500 7100-EXIT.
101600     EXIT.
101700*****************************************************************
101800* 7200-WRITE-PRINT-LINE - PHYSICAL WRITE OF CC + TEXT            *
101900*****************************************************************
102000 7200-WRITE-PRINT-LINE.
102100     WRITE RPT-PRINT-RECORD FROM WS-PRINT-LINE.
102200     IF WS-CHGRPT-STATUS NOT = "00"
102300         DISPLAY "CHGBACK - WRITE FAILED ON CHGRPT - "
102400             "FILE STATUS " WS-CHGRPT-STATUS
102500         MOVE 16 TO RETURN-CODE
102600     END-IF.
102700 7200-EXIT.
102800     EXIT.
102900*****************************************************************
103000* 8000-TERMINATE - CLOSE THE OUTPUTS, REPORT THE COUNTS AND SET  *
103100*                  THE CONDITION CODE                            *
103200*****************************************************************
103300 8000-TERMINATE.
103400     CLOSE RPT-PRINT-FILE.
103500     CLOSE LEDGER-FEED-FILE.
103600     DISPLAY "CHGBACK - HISTORY RECORDS READ:   "
103700         WS-HIST-READ-COUNT.
103800     DISPLAY "CHGBACK - RUNS BILLED:            "
103900         WS-HIST-BILLED-COUNT.
104000     DISPLAY "CHGBACK - REGIONS BILLED:         " WS-RGN-COUNT.
104100     DISPLAY "CHGBACK - LEDGER CHARGES WRITTEN: " WS-FEED-COUNT.
104200     IF RETURN-CODE NOT = ZERO
104300         GO TO 8000-EXIT
104400     END-IF.
104500     IF WS-HIST-BILLED-COUNT = ZERO
104600         DISPLAY "CHGBACK - NO RUNS IN THE BILLING PERIOD"
104700         MOVE 4 TO RETURN-CODE
104800         GO TO 8000-EXIT
104900     END-IF.
105000     IF WS-UNASSIGNED-AMOUNT > ZERO
105100         DISPLAY "CHGBACK - RENDER TIME WITH NO OWNING COST "
105200             "CENTER WAS LEFT UNBILLED - SEE CHGRPT"
105300         MOVE "UNASSIGNED WORK LEFT UNBILLED" TO JRNL-DETAIL
105400         MOVE "NOTE" TO JRNL-EVENT-TYPE
105500         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
105600         MOVE 4 TO RETURN-CODE
105700     END-IF.
105800 8000-EXIT.
105900     EXIT.
106000*****************************************************************
106100* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
106200*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
106300*                      FIELDS FOR THE NEXT CALLER                *
106400*****************************************************************
106500 9500-JOURNAL-EVENT.
106600     MOVE "CHGBACK" TO JRNL-PROGRAM.
106700     CALL "JRNLWRT" USING JRNL-RECORD.
106800     MOVE SPACES TO JRNL-REGION-LABEL.
106900     MOVE SPACES TO JRNL-DETAIL.
107000     MOVE ZERO TO JRNL-RETURN-CODE.
107100 9500-EXIT.
107200     EXIT.
107300*****************************************************************
107400* 9999-EXIT - END OF JOB                                         *
107500*****************************************************************
107600 9999-EXIT.
107700     MOVE "END" TO JRNL-EVENT-TYPE.
107800     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
107900     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
108000     STOP RUN.
