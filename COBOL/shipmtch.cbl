000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SHIPMTCH.
000300 AUTHOR.        R L HUTCHENS.
000400 INSTALLATION.  MATH/SCIENCE APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* SHIPMTCH IS THE SENDING SIDE'S HALF OF THE SHIPMENT HANDSHAKE. *
000900* THE RECEIVER RUNS SHIPRECV AGAINST WHAT ARRIVED AND SENDS BACK *
001000* ITS ACKNOWLEDGMENTS (SHIPACK); THIS PROGRAM MATCHES THEM       *
001100* AGAINST THE NIGHT'S SHIPMENT AS SHIPPACK WROTE IT (SHIPREC ON  *
001200* SHIPOUT), SO "DID THE CUSTOMER GET THIS MEMBER" IS ANSWERED    *
001300* FROM A FILE. EVERY MEMBER ON THE SHIPMENT'S MANIFESTS IS       *
001400* REPORTED ON MTCHRPT AS ONE OF:                                 *
001500*                                                                *
001600*   ACCEPTED - THE RECEIVER VERIFIED AND UNPACKED IT;            *
001700*   REJECTED - THE RECEIVER FAILED IT, WITH THE REASON IT GAVE;  *
001800*   NO ACK   - THE RECEIVER NEVER ACKNOWLEDGED IT (IT DID NOT    *
001900*              ARRIVE, OR ITS ACKNOWLEDGMENT DID NOT COME BACK). *
002000*                                                                *
002100* THE RECEIVER'S ACKNOWLEDGMENT OF THE SHIPMENT AS A WHOLE IS    *
002200* REPORTED AFTER THE MEMBERS. AN ACKNOWLEDGMENT FOR ANOTHER      *
002300* NIGHT'S SHIPMENT, OR FOR A MEMBER THIS SHIPMENT NEVER CARRIED, *
002400* IS LISTED SEPARATELY AND OTHERWISE IGNORED. WHEN A MEMBER IS   *
002500* ACKNOWLEDGED MORE THAN ONCE (THE RECEIVER RERAN ITS INTAKE)    *
002600* THE LAST ACKNOWLEDGMENT GOVERNS.                               *
002700*                                                                *
002800* CONDITION CODES: 0 EVERY MEMBER AND THE SHIPMENT ACCEPTED, 4   *
002900* ALL ACCEPTED BUT STRAY ACKNOWLEDGMENTS WERE FOUND, 8 A MEMBER  *
003000* REJECTED OR UNACKNOWLEDGED OR THE SHIPMENT REJECTED OR         *
003100* UNACKNOWLEDGED, 16 FILE PROBLEM.                               *
003200*                                                                *
003300* MOD LOG                                                        *
003400* DATE       INIT DESCRIPTION                                    *
003500* 2026-10-15 RLH  ORIGINAL.                                      *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SHIPMENT-FILE       ASSIGN TO SHIPOUT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SHIPOUT-STATUS.
004600     SELECT ACK-INPUT-FILE      ASSIGN TO ACKIN
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ACKIN-STATUS.
004900     SELECT MATCH-PRINT-FILE    ASSIGN TO MTCHRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-MTCHRPT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  SHIPMENT-FILE
005500     RECORDING MODE IS F.
005600 01  SHIPMENT-INPUT-RECORD      PIC X(100).
005700 FD  ACK-INPUT-FILE
005800     RECORDING MODE IS F.
005900 01  ACK-INPUT-RECORD           PIC X(100).
006000 FD  MATCH-PRINT-FILE
006100     RECORDING MODE IS F.
006200 01  MATCH-PRINT-RECORD         PIC X(133).
006300 WORKING-STORAGE SECTION.
006400*****************************************************************
006500* ONE SHIPMENT RECORD AND ONE ACKNOWLEDGMENT RECORD              *
006600*****************************************************************
006700     COPY SHIPREC.
006800     COPY SHIPACK.
006900*****************************************************************
007000* RUN-EVENT JOURNAL - ONE STAMPED EVENT PER START, END AND       *
007100* UNDELIVERED MEMBER, APPENDED THROUGH JRNLWRT                   *
007200*****************************************************************
007300     COPY JRNLREC.
007400*****************************************************************
007500* SWITCHES AND FILE STATUSES                                     *
007600*****************************************************************
007700 01  WS-SWITCHES.
007800     05  WS-SHIP-EOF-SW      PIC X(01)   VALUE "N".
007900         88  WS-SHIP-EOF                 VALUE "Y".
008000     05  WS-ACK-EOF-SW       PIC X(01)   VALUE "N".
008100         88  WS-ACK-EOF                  VALUE "Y".
008200     05  WS-HEADER-SEEN-SW   PIC X(01)   VALUE "N".
008300         88  WS-HEADER-SEEN              VALUE "Y".
008400 01  WS-SHIPOUT-STATUS       PIC X(02)   VALUE SPACES.
008500 01  WS-ACKIN-STATUS         PIC X(02)   VALUE SPACES.
008600 01  WS-MTCHRPT-STATUS       PIC X(02)   VALUE SPACES.
008700 77  WS-SHIP-RUN-DATE        PIC 9(08)   VALUE ZERO.
008800*****************************************************************
008900* THE SHIPMENT'S MEMBERS, IN MANIFEST ORDER, WITH WHATEVER THE   *
009000* RECEIVER SAID ABOUT EACH                                       *
009100*****************************************************************
009200 01  WS-MEMBER-TABLE.
009300     05  WS-MEMBER-ENTRY     OCCURS 600 TIMES.
009400         10  WS-MBR-LABEL        PIC X(20).
009500         10  WS-MBR-SENT-COUNT   PIC 9(07).
009600         10  WS-MBR-ACK-STATUS   PIC X(01).
009700             88  WS-MBR-NO-ACK           VALUE SPACE.
009800             88  WS-MBR-ACCEPTED         VALUE "A".
009900             88  WS-MBR-REJECTED         VALUE "R".
010000         10  WS-MBR-RECV-COUNT   PIC 9(08).
010100         10  WS-MBR-REASON       PIC X(40).
010200 77  WS-MEMBER-COUNT         PIC 9(04)   VALUE ZERO.
010300 77  WS-MEMBER-DROPPED       PIC 9(04)   VALUE ZERO.
010400 77  WS-MEMBER-IDX           PIC 9(04).
010500 77  WS-FOUND-IDX            PIC 9(04).
010600*****************************************************************
010700* THE RECEIVER'S ACKNOWLEDGMENT OF THE SHIPMENT AS A WHOLE       *
010800*****************************************************************
010900 01  WS-SHIP-ACK-STATUS      PIC X(01)   VALUE SPACE.
011000     88  WS-SHIP-NO-ACK              VALUE SPACE.
011100     88  WS-SHIP-ACCEPTED            VALUE "A".
011200     88  WS-SHIP-REJECTED            VALUE "R".
011300 01  WS-SHIP-ACK-REASON      PIC X(40)   VALUE SPACES.
011400 77  WS-SHIP-RECV-COUNT      PIC 9(08)   VALUE ZERO.
011500*****************************************************************
011600* ACKNOWLEDGMENTS THAT DO NOT BELONG TO THIS SHIPMENT            *
011700*****************************************************************
011800 01  WS-STRAY-TABLE.
011900     05  WS-STRAY-ENTRY      OCCURS 200 TIMES.
012000         10  WS-STRAY-LABEL      PIC X(20).
012100         10  WS-STRAY-REASON     PIC X(40).
012200 77  WS-STRAY-COUNT          PIC 9(04)   VALUE ZERO.
012300 77  WS-STRAY-IDX            PIC 9(04).
012400 01  WS-STRAY-NOW-REASON     PIC X(40).
012500*****************************************************************
012600* MATCH TOTALS                                                   *
012700*****************************************************************
012800 77  WS-ACCEPTED-COUNT       PIC 9(04)   VALUE ZERO.
012900 77  WS-REJECTED-COUNT       PIC 9(04)   VALUE ZERO.
013000 77  WS-NO-ACK-COUNT         PIC 9(04)   VALUE ZERO.
013100*****************************************************************
013200* PRINT CONTROL - ASA CARRIAGE CONTROL IN COLUMN 1               *
013300*****************************************************************
013400 01  WS-PRINT-LINE.
013500     05  WS-PRINT-CC         PIC X(01).
013600     05  WS-PRINT-TEXT       PIC X(132).
013700 77  WS-LINE-COUNT           PIC 9(03)   VALUE ZERO.
013800 77  WS-PAGE-COUNT           PIC 9(05)   VALUE ZERO.
013900 77  WS-PAGE-LIMIT           PIC 9(03)   VALUE 60.
014000 01  WS-HOLD-LINE            PIC X(133).
014100*****************************************************************
014200* HEADING AND DETAIL LINE IMAGES                                 *
014300*****************************************************************
014400 01  WS-HEAD1.
014500     05  FILLER              PIC X(39)
014600         VALUE "SHIPMENT ACKNOWLEDGMENT MATCH - RUN ".
014700     05  WS-H1-DATE          PIC 9(08).
014800     05  FILLER              PIC X(06)   VALUE " PAGE ".
014900     05  WS-H1-PAGE          PIC ZZZZ9.
015000     05  FILLER              PIC X(74)   VALUE SPACES.
015100 01  WS-HEAD2.
015200     05  FILLER              PIC X(22)   VALUE "MEMBER".
015300     05  FILLER              PIC X(20)
015400         VALUE "   SENT    RECEIVED ".
015500     05  FILLER              PIC X(10)   VALUE " STATUS".
015600     05  FILLER              PIC X(06)   VALUE "REASON".
015700     05  FILLER              PIC X(74)   VALUE SPACES.
015800 01  WS-DETAIL-LINE.
015900     05  WS-DL-LABEL         PIC X(20).
016000     05  FILLER              PIC X(02)   VALUE SPACES.
016100     05  WS-DL-SENT          PIC ZZZZZZ9.
016200     05  FILLER              PIC X(02)   VALUE SPACES.
016300     05  WS-DL-RECEIVED      PIC ZZZZZZZ9.
016400     05  FILLER              PIC X(02)   VALUE SPACES.
016500     05  WS-DL-STATUS        PIC X(08).
016600     05  FILLER              PIC X(02)   VALUE SPACES.
016700     05  WS-DL-REASON        PIC X(40).
016800     05  FILLER              PIC X(41)   VALUE SPACES.
016900 01  WS-SHIP-LINE.
017000     05  FILLER              PIC X(27)
017100         VALUE "SHIPMENT AS A WHOLE    -  ".
017200     05  WS-SL-STATUS        PIC X(08).
017300     05  FILLER              PIC X(02)   VALUE SPACES.
017400     05  WS-SL-REASON        PIC X(40).
017500     05  FILLER              PIC X(55)   VALUE SPACES.
017600 01  WS-STRAY-HEAD.
017700     05  FILLER              PIC X(44)
017800         VALUE "ACKNOWLEDGMENTS NOT MATCHED TO THIS SHIPMENT".
017900     05  FILLER              PIC X(88)   VALUE SPACES.
018000 01  WS-STRAY-LINE.
018100     05  WS-SR-LABEL         PIC X(20).
018200     05  FILLER              PIC X(02)   VALUE SPACES.
018300     05  WS-SR-REASON        PIC X(40).
018400     05  FILLER              PIC X(70)   VALUE SPACES.
018500 01  WS-STRAY-REASON-DATE.
018600     05  FILLER              PIC X(32)
018700         VALUE "ACKNOWLEDGES ANOTHER RUN DATE - ".
018800     05  WS-SRD-DATE         PIC 9(08).
018900 PROCEDURE DIVISION.
019000*****************************************************************
019100* 0000-MAINLINE - OVERALL CONTROL                                *
019200*****************************************************************
019300 0000-MAINLINE.
019400     MOVE ZERO TO RETURN-CODE.
019500     MOVE SPACES TO JRNL-RECORD.
019600     MOVE ZERO TO JRNL-RETURN-CODE.
019700     MOVE "START" TO JRNL-EVENT-TYPE.
019800     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000     IF RETURN-CODE NOT = ZERO
020100         GO TO 9999-EXIT
020200     END-IF.
020300     PERFORM 2000-LOAD-ONE-MANIFEST THRU 2000-EXIT
020400         UNTIL WS-SHIP-EOF.
020500     CLOSE SHIPMENT-FILE.
020600     PERFORM 3000-MATCH-ONE-ACK THRU 3000-EXIT
020700         UNTIL WS-ACK-EOF.
020800     CLOSE ACK-INPUT-FILE.
020900     PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT.
021000     PERFORM 4000-REPORT-ONE-MEMBER THRU 4000-EXIT
021100         VARYING WS-MEMBER-IDX FROM 1 BY 1
021200         UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
021300             OR WS-MEMBER-IDX > 600.
021400     PERFORM 5000-REPORT-SHIPMENT THRU 5000-EXIT.
021500     PERFORM 6000-REPORT-STRAYS THRU 6000-EXIT.
021600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021700     GO TO 9999-EXIT.
021800*****************************************************************
021900* 1000-INITIALIZE - OPEN THE SHIPMENT, THE RETURNED              *
022000*                   ACKNOWLEDGMENTS AND THE REPORT               *
022100*****************************************************************
022200 1000-INITIALIZE.
022300     OPEN INPUT SHIPMENT-FILE.
022400     IF WS-SHIPOUT-STATUS NOT = "00"
022500         DISPLAY "SHIPMTCH - UNABLE TO OPEN SHIPOUT - "
022600             "FILE STATUS " WS-SHIPOUT-STATUS
022700         MOVE 16 TO RETURN-CODE
022800         GO TO 1000-EXIT
022900     END-IF.
023000     OPEN INPUT ACK-INPUT-FILE.
023100     IF WS-ACKIN-STATUS NOT = "00"
023200         DISPLAY "SHIPMTCH - UNABLE TO OPEN ACKIN - "
023300             "FILE STATUS " WS-ACKIN-STATUS
023400         CLOSE SHIPMENT-FILE
023500         MOVE 16 TO RETURN-CODE
023600         GO TO 1000-EXIT
023700     END-IF.
023800     OPEN OUTPUT MATCH-PRINT-FILE.
023900     IF WS-MTCHRPT-STATUS NOT = "00"
024000         DISPLAY "SHIPMTCH - UNABLE TO OPEN MTCHRPT - "
024100             "FILE STATUS " WS-MTCHRPT-STATUS
024200         CLOSE SHIPMENT-FILE
024300         CLOSE ACK-INPUT-FILE
024400         MOVE 16 TO RETURN-CODE
024500     END-IF.
024600 1000-EXIT.
024700     EXIT.
024800*****************************************************************
024900* 2000-LOAD-ONE-MANIFEST - TABLE EVERY MEMBER THE SHIPMENT       *
025000*                          CARRIED; THE HEADER GIVES THE RUN     *
025100*                          DATE THE ACKNOWLEDGMENTS MUST ECHO    *
025200*****************************************************************
025300 2000-LOAD-ONE-MANIFEST.
025400     READ SHIPMENT-FILE INTO SHIP-RECORD
025500         AT END SET WS-SHIP-EOF TO TRUE
025600     END-READ.
025700     IF WS-SHIP-EOF
025800         GO TO 2000-EXIT
025900     END-IF.
026000     IF SHIP-TYPE-HEADER
026100         SET WS-HEADER-SEEN TO TRUE
026200         MOVE SHIP-HDR-RUN-DATE TO WS-SHIP-RUN-DATE
026300         GO TO 2000-EXIT
026400     END-IF.
026500     IF NOT SHIP-TYPE-MANIFEST
026600         GO TO 2000-EXIT
026700     END-IF.
026800     IF WS-MEMBER-COUNT NOT < 600
026900         ADD 1 TO WS-MEMBER-DROPPED
027000         DISPLAY "SHIPMTCH - MEMBER TABLE FULL AT 600 ENTRIES - "
027100             "MEMBER " SHIP-MAN-LABEL " NOT MATCHED - RAISE "
027200             "THE TABLE LIMIT"
027300         GO TO 2000-EXIT
027400     END-IF.
027500     ADD 1 TO WS-MEMBER-COUNT.
027600     MOVE SHIP-MAN-LABEL TO WS-MBR-LABEL(WS-MEMBER-COUNT).
027700     MOVE SHIP-MAN-REC-COUNT
027800         TO WS-MBR-SENT-COUNT(WS-MEMBER-COUNT).
027900     MOVE SPACE TO WS-MBR-ACK-STATUS(WS-MEMBER-COUNT).
028000     MOVE ZERO TO WS-MBR-RECV-COUNT(WS-MEMBER-COUNT).
028100     MOVE SPACES TO WS-MBR-REASON(WS-MEMBER-COUNT).
028200 2000-EXIT.
028300     EXIT.
028400*****************************************************************
028500* 3000-MATCH-ONE-ACK - POST ONE RETURNED ACKNOWLEDGMENT TO ITS   *
028600*                      MEMBER, OR TO THE SHIPMENT, OR TO THE     *
028700*                      STRAYS                                    *
028800*****************************************************************
028900 3000-MATCH-ONE-ACK.
029000     READ ACK-INPUT-FILE INTO ACK-RECORD
029100         AT END SET WS-ACK-EOF TO TRUE
029200     END-READ.
029300     IF WS-ACK-EOF
029400         GO TO 3000-EXIT
029500     END-IF.
029600     IF NOT ACK-TYPE-MEMBER AND NOT ACK-TYPE-SHIPMENT
029700         MOVE "UNKNOWN ACKNOWLEDGMENT RECORD TYPE"
029800             TO WS-STRAY-NOW-REASON
029900         PERFORM 3500-POST-STRAY THRU 3500-EXIT
030000         GO TO 3000-EXIT
030100     END-IF.
030200     IF ACK-SHIP-RUN-DATE NOT = WS-SHIP-RUN-DATE
030300         MOVE ACK-SHIP-RUN-DATE TO WS-SRD-DATE
030400         MOVE WS-STRAY-REASON-DATE TO WS-STRAY-NOW-REASON
030500         PERFORM 3500-POST-STRAY THRU 3500-EXIT
030600         GO TO 3000-EXIT
030700     END-IF.
030800     IF ACK-TYPE-SHIPMENT
030900         MOVE ACK-STATUS TO WS-SHIP-ACK-STATUS
031000         MOVE ACK-REASON TO WS-SHIP-ACK-REASON
031100         MOVE ACK-REC-COUNT TO WS-SHIP-RECV-COUNT
031200         GO TO 3000-EXIT
031300     END-IF.
031400     MOVE ZERO TO WS-FOUND-IDX.
031500     PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
031600             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
031700             OR WS-FOUND-IDX NOT = ZERO
031800         IF WS-MBR-LABEL(WS-MEMBER-IDX) = ACK-MEMBER-LABEL
031900             MOVE WS-MEMBER-IDX TO WS-FOUND-IDX
032000         END-IF
032100     END-PERFORM.
032200     IF WS-FOUND-IDX = ZERO
032300         MOVE "MEMBER NOT IN THIS SHIPMENT"
032400             TO WS-STRAY-NOW-REASON
032500         PERFORM 3500-POST-STRAY THRU 3500-EXIT
032600         GO TO 3000-EXIT
032700     END-IF.
032800     MOVE ACK-STATUS TO WS-MBR-ACK-STATUS(WS-FOUND-IDX).
032900     MOVE ACK-REC-COUNT TO WS-MBR-RECV-COUNT(WS-FOUND-IDX).
033000     MOVE ACK-REASON TO WS-MBR-REASON(WS-FOUND-IDX).
033100 3000-EXIT.
033200     EXIT.
033300*****************************************************************
033400* 3500-POST-STRAY - ONE ACKNOWLEDGMENT THAT DOES NOT BELONG TO   *
033500*                   THIS SHIPMENT                                *
033600*****************************************************************
033700 3500-POST-STRAY.
033800     ADD 1 TO WS-STRAY-COUNT.
033900     IF WS-STRAY-COUNT NOT > 200
034000         MOVE ACK-MEMBER-LABEL TO WS-STRAY-LABEL(WS-STRAY-COUNT)
034100         MOVE WS-STRAY-NOW-REASON
034200             TO WS-STRAY-REASON(WS-STRAY-COUNT)
034300     END-IF.
034400 3500-EXIT.
034500     EXIT.
034600*****************************************************************
034700* 4000-REPORT-ONE-MEMBER - ONE REPORT LINE PER SHIPPED MEMBER;   *
034800*                          A MEMBER NOT ACCEPTED IS JOURNALED    *
034900*****************************************************************
035000 4000-REPORT-ONE-MEMBER.
035100     MOVE WS-MBR-LABEL(WS-MEMBER-IDX) TO WS-DL-LABEL.
035200     MOVE WS-MBR-SENT-COUNT(WS-MEMBER-IDX) TO WS-DL-SENT.
035300     MOVE WS-MBR-RECV-COUNT(WS-MEMBER-IDX) TO WS-DL-RECEIVED.
035400     MOVE WS-MBR-REASON(WS-MEMBER-IDX) TO WS-DL-REASON.
035500     IF WS-MBR-ACCEPTED(WS-MEMBER-IDX)
035600         ADD 1 TO WS-ACCEPTED-COUNT
035700         MOVE "ACCEPTED" TO WS-DL-STATUS
035800     ELSE
035900         IF WS-MBR-REJECTED(WS-MEMBER-IDX)
036000             ADD 1 TO WS-REJECTED-COUNT
036100             MOVE "REJECTED" TO WS-DL-STATUS
036200             MOVE "REJECT" TO JRNL-EVENT-TYPE
036300         ELSE
036400             ADD 1 TO WS-NO-ACK-COUNT
036500             MOVE "NO ACK" TO WS-DL-STATUS
036700             MOVE "RECEIVER NEVER ACKNOWLEDGED THE MEMBER"
036800                 TO WS-DL-REASON
036900             MOVE "MISMATCH" TO JRNL-EVENT-TYPE
037000         END-IF
037100         DISPLAY "SHIPMTCH - NOT DELIVERED - "
037200             WS-MBR-LABEL(WS-MEMBER-IDX) " - " WS-DL-REASON
037300         MOVE WS-MBR-LABEL(WS-MEMBER-IDX) TO JRNL-REGION-LABEL
037400         MOVE WS-DL-REASON TO JRNL-DETAIL
037500         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
037600     END-IF.
037700     MOVE SPACES TO WS-PRINT-TEXT.
037800     MOVE WS-DETAIL-LINE TO WS-PRINT-TEXT.
037900     MOVE " " TO WS-PRINT-CC.
038000     PERFORM 7100-WRITE-COUNTED-LINE THRU 7100-EXIT.
038100 4000-EXIT.
038200     EXIT.
038300*****************************************************************
038400* 5000-REPORT-SHIPMENT - THE RECEIVER'S VERDICT ON THE SHIPMENT  *
038500*                        AS A WHOLE                              *
038600*****************************************************************
038700 5000-REPORT-SHIPMENT.
038800     MOVE WS-SHIP-ACK-REASON TO WS-SL-REASON.
038900     IF WS-SHIP-ACCEPTED
039000         MOVE "ACCEPTED" TO WS-SL-STATUS
039100     ELSE
039200         IF WS-SHIP-REJECTED
039300             MOVE "REJECTED" TO WS-SL-STATUS
039400             MOVE "REJECT" TO JRNL-EVENT-TYPE
039500         ELSE
039600             MOVE "NO ACK" TO WS-SL-STATUS
039700             MOVE "RECEIVER NEVER ACKNOWLEDGED THE SHIPMENT"
039800                 TO WS-SL-REASON
039900             MOVE "MISMATCH" TO JRNL-EVENT-TYPE
040000         END-IF
040100         DISPLAY "SHIPMTCH - SHIPMENT NOT DELIVERED WHOLE - "
040200             WS-SL-REASON
040300         MOVE WS-SL-REASON TO JRNL-DETAIL
040400         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
040500     END-IF.
040600     MOVE SPACES TO WS-PRINT-TEXT.
040700     MOVE WS-SHIP-LINE TO WS-PRINT-TEXT.
040800     MOVE "0" TO WS-PRINT-CC.
040900     PERFORM 7100-WRITE-COUNTED-LINE THRU 7100-EXIT.
041000     ADD 1 TO WS-LINE-COUNT.
041100 5000-EXIT.
041200     EXIT.
041300*****************************************************************
041400* 6000-REPORT-STRAYS - THE ACKNOWLEDGMENTS THAT MATCHED NOTHING  *
041500*                      IN THIS SHIPMENT                          *
041600*****************************************************************
041700 6000-REPORT-STRAYS.
041800     IF WS-STRAY-COUNT = ZERO
041900         GO TO 6000-EXIT
042000     END-IF.
042100     MOVE SPACES TO WS-PRINT-TEXT.
042200     MOVE WS-STRAY-HEAD TO WS-PRINT-TEXT.
042300     MOVE "0" TO WS-PRINT-CC.
042400     PERFORM 7100-WRITE-COUNTED-LINE THRU 7100-EXIT.
042500     ADD 1 TO WS-LINE-COUNT.
042600     PERFORM 6100-REPORT-ONE-STRAY THRU 6100-EXIT
042700         VARYING WS-STRAY-IDX FROM 1 BY 1
042800         UNTIL WS-STRAY-IDX > WS-STRAY-COUNT
042900             OR WS-STRAY-IDX > 200.
043000     IF WS-STRAY-COUNT > 200
043100         MOVE SPACES TO WS-PRINT-TEXT
043200         MOVE "ONLY THE FIRST 200 STRAY ACKNOWLEDGMENTS ARE "
043300             TO WS-PRINT-TEXT
043400         MOVE "LISTED" TO WS-PRINT-TEXT(46:6)
043500         MOVE " " TO WS-PRINT-CC
043600         PERFORM 7100-WRITE-COUNTED-LINE THRU 7100-EXIT
043700     END-IF.
043800 6000-EXIT.
043900     EXIT.
044000*****************************************************************
044100* 6100-REPORT-ONE-STRAY - ONE STRAY ACKNOWLEDGMENT LINE          *
044200*****************************************************************
044300 6100-REPORT-ONE-STRAY.
044400     MOVE WS-STRAY-LABEL(WS-STRAY-IDX) TO WS-SR-LABEL.
044500     MOVE WS-STRAY-REASON(WS-STRAY-IDX) TO WS-SR-REASON.
044600     MOVE SPACES TO WS-PRINT-TEXT.
044700     MOVE WS-STRAY-LINE TO WS-PRINT-TEXT.
044800     MOVE " " TO WS-PRINT-CC.
044900     PERFORM 7100-WRITE-COUNTED-LINE THRU 7100-EXIT.
045000 6100-EXIT.
045100     EXIT.
045200*****************************************************************
045300* 7000-PRINT-PAGE-HEADING - NEW PAGE WITH THE SHIPMENT RUN DATE  *
045400*                           AND THE COLUMN CAPTIONS              *
045500*****************************************************************
045600 7000-PRINT-PAGE-HEADING.
045700     ADD 1 TO WS-PAGE-COUNT.
045800     MOVE WS-SHIP-RUN-DATE TO WS-H1-DATE.
045900     MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
046000     MOVE SPACES TO WS-PRINT-TEXT.
046100     MOVE WS-HEAD1 TO WS-PRINT-TEXT.
046200     MOVE "1" TO WS-PRINT-CC.
046300     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
046400     MOVE SPACES TO WS-PRINT-TEXT.
046500     MOVE WS-HEAD2 TO WS-PRINT-TEXT.
046600     MOVE "0" TO WS-PRINT-CC.
046700     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
046800     MOVE 3 TO WS-LINE-COUNT.
046900 7000-EXIT.
047000     EXIT.
047100*****************************************************************
047200* 7100-WRITE-COUNTED-LINE - ONE BODY LINE, WITH A NEW PAGE FIRST *
047300*                           WHEN THIS ONE IS FULL                *
047400*****************************************************************
047500 7100-WRITE-COUNTED-LINE.
047600     IF WS-LINE-COUNT NOT < WS-PAGE-LIMIT
047700         MOVE WS-PRINT-LINE TO WS-HOLD-LINE
047800         PERFORM 7000-PRINT-PAGE-HEADING THRU 7000-EXIT
047900         MOVE WS-HOLD-LINE TO WS-PRINT-LINE
048000     END-IF.
048100     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
048200     ADD 1 TO WS-LINE-COUNT.
048300 7100-EXIT.
048400     EXIT.
048500*****************************************************************
048600* 7900-WRITE-PRINT-LINE - PHYSICAL WRITE OF CC + TEXT            *
048700*****************************************************************
048800 7900-WRITE-PRINT-LINE.
048900     WRITE MATCH-PRINT-RECORD FROM WS-PRINT-LINE.
049000     IF WS-MTCHRPT-STATUS NOT = "00"
049100         DISPLAY "SHIPMTCH - WRITE FAILED ON MTCHRPT - "
049200             "FILE STATUS " WS-MTCHRPT-STATUS
049300         MOVE 16 TO RETURN-CODE
049400     END-IF.
049500 7900-EXIT.
049600     EXIT.
049700*****************************************************************
049800* 8000-TERMINATE - CLOSE THE REPORT, SHOW THE COUNTS AND SET THE *
049900*                  CONDITION CODE                                *
050000*****************************************************************
050100 8000-TERMINATE.
050200     CLOSE MATCH-PRINT-FILE.
050300     IF NOT WS-HEADER-SEEN
050400         DISPLAY "SHIPMTCH - SHIPMENT CARRIES NO HEADER - RUN "
050500             "DATE UNKNOWN, NO ACKNOWLEDGMENT CAN MATCH"
050600     END-IF.
050700     DISPLAY "SHIPMTCH - MEMBERS SHIPPED:    " WS-MEMBER-COUNT.
050800     DISPLAY "SHIPMTCH - MEMBERS ACCEPTED:   " WS-ACCEPTED-COUNT.
050900     DISPLAY "SHIPMTCH - MEMBERS REJECTED:   " WS-REJECTED-COUNT.
051000     DISPLAY "SHIPMTCH - MEMBERS NOT ACKED:  " WS-NO-ACK-COUNT.
051100     DISPLAY "SHIPMTCH - STRAY ACKS:         " WS-STRAY-COUNT.
051200     IF WS-MEMBER-DROPPED > ZERO
051300         MOVE 16 TO RETURN-CODE
051400     END-IF.
051500     IF RETURN-CODE = ZERO
051600         IF WS-REJECTED-COUNT > ZERO
051700             OR WS-NO-ACK-COUNT > ZERO
051800             OR NOT WS-SHIP-ACCEPTED
051900             MOVE 8 TO RETURN-CODE
052000         ELSE
052100             IF WS-STRAY-COUNT > ZERO
052200                 MOVE 4 TO RETURN-CODE
052300             END-IF
052400         END-IF
052500     END-IF.
052600 8000-EXIT.
052700     EXIT.
052800*****************************************************************
052900* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
053000*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
053100*                      FIELDS FOR THE NEXT CALLER                *
053200*****************************************************************
053300 9500-JOURNAL-EVENT.
053400     MOVE "SHIPMTCH" TO JRNL-PROGRAM.
053500     CALL "JRNLWRT" USING JRNL-RECORD.
053600     MOVE SPACES TO JRNL-REGION-LABEL.
053700     MOVE SPACES TO JRNL-DETAIL.
053800     MOVE ZERO TO JRNL-RETURN-CODE.
053900 9500-EXIT.
054000     EXIT.
054100*****************************************************************
054200* 9999-EXIT - END OF JOB                                         *
054300*****************************************************************
054400 9999-EXIT.
054500     MOVE "END" TO JRNL-EVENT-TYPE.
054600     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
054700     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
054800     STOP RUN.
