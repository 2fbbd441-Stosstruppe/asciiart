001620*                  LINEAR SCALING BIT-IDENTICAL TO BEFORE; NO       *
001630*                  USABLE HISTORY FALLS BACK TO LINEAR WITH A       *
001640*                  NOTE, NEVER A FAILED RENDER.                     *
001641* 2026-10-15 RLH  ADDED INTERIOR-POINT SHORTCUTS TO BOTH ITERATION  *
001642*                  PATHS. A MANDELBROT POINT INSIDE THE MAIN        *
001643*                  CARDIOID OR THE PERIOD-2 BULB IS KNOWN IN THE    *
001644*                  SET WITHOUT ITERATING, AND ANY ORBIT THAT        *
001645*                  RETURNS EXACTLY TO AN EARLIER VALUE HAS SETTLED  *
001646*                  INTO A CYCLE AND CAN NEVER ESCAPE, SO ITS        *
001647*                  ITERATION STOPS THERE. BOTH GIVE THE SAME        *
001648*                  IN-SET RESULT AS RUNNING TO MAX-ITER - THE ART,  *
001649*                  EXPORT AND SUMMARY COUNTS ARE UNCHANGED. THE     *
001650*                  TRAILER'S SUM-SHORTCUT-COUNT AND A JOURNAL NOTE  *
001651*                  REPORT HOW MANY PIXELS WERE SHORT-CIRCUITED.     *
001652*****************************************************************
001660 ENVIRONMENT DIVISION.
001670 CONFIGURATION SECTION.
001680 SOURCE-COMPUTER.   IBM-370.
003270 77  T-HP                    PIC S99V9(16).
003280 77  WS-PIXEL-CA-HP          PIC S99V9(16).
003290 77  WS-PIXEL-CB-HP          PIC S99V9(16).
003291*****************************************************************
003292* INTERIOR-POINT SHORTCUTS. WS-INTERIOR-TEST IS SET FOR A        *
003293* MANDELBROT REGION WHOSE ESCAPE RADIUS IS AT LEAST 4 - NO ORBIT *
003294* OF A POINT IN THE SET EVER PASSES 4, SO A POINT IN THE MAIN    *
003295* CARDIOID OR THE PERIOD-2 BULB CAN BE TAKEN AS IN-SET WITHOUT   *
003296* ITERATING. THE CYCLE CHECK APPLIES TO EVERY REGION: THE ORBIT  *
003297* IS SAVED AT ITERATIONS 2, 4, 8, ... AND ONE THAT COMES BACK TO *
003298* THE SAVED VALUE EXACTLY IS REPEATING AND WILL NEVER ESCAPE.    *
003299*****************************************************************
003300 01  WS-SHORTCUT-SWITCHES.
003301     05  WS-INTERIOR-TEST-SW PIC X(01)   VALUE "N".
003302         88  WS-INTERIOR-TEST            VALUE "Y".
003303     05  WS-KNOWN-IN-SET-SW  PIC X(01)   VALUE "N".
003304         88  WS-KNOWN-IN-SET             VALUE "Y".
003305 77  WS-CYCLE-A              PIC S99V9(10).
003306 77  WS-CYCLE-B              PIC S99V9(10).
003307 77  WS-CYCLE-A-HP           PIC S99V9(16).
003308 77  WS-CYCLE-B-HP           PIC S99V9(16).
003309 77  WS-CYCLE-NEXT           PIC 9(5).
003310 77  WS-IT-CA                PIC S99V9(16).
003311 77  WS-IT-CB                PIC S99V9(16).
003312 77  WS-IT-XQ                PIC S9(3)V9(15).
003313 77  WS-IT-YSQ               PIC S9(3)V9(15).
003314 77  WS-IT-Q                 PIC S9(3)V9(15).
003315 77  WS-SHORTCUT-ED          PIC Z(6)9.
003316 01  WS-ART-ROW              PIC X(79).
003317     COPY SHDRAMP.
003320*****************************************************************
003330* PIXEL-EXPORT RECORD - USED ONLY WHEN CTL-OUTPUT-MODE IS "D"    *
003340*****************************************************************
008840     MOVE CTL-MAX-ITER     TO SUM-MAX-ITER.
008850     MOVE ZERO             TO SUM-END-TIME
008860                              SUM-ELAPSED-SECS
008865                              SUM-IN-SET-COUNT
008870                              SUM-SHORTCUT-COUNT.
008880     PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
008890             UNTIL WS-BUCKET-IDX > 10
008900         MOVE ZERO TO SUM-ESCAPE-BUCKET(WS-BUCKET-IDX)
008960* 5000-RENDER-LOOP - WALK THE VIEWPORT AND SHADE EACH POINT       *
008970*****************************************************************
008980 5000-RENDER-LOOP.
008981*    THE CARDIOID AND BULB TESTS HOLD FOR THE MANDELBROT SET
008982*    ONLY, AND ONLY WHEN AN IN-SET ORBIT CANNOT TRIP THE RADIUS.
008983     MOVE "N" TO WS-INTERIOR-TEST-SW.
008984     IF CTL-FRAC-MANDEL AND CTL-ESCAPE-RADIUS NOT < 4
008985         SET WS-INTERIOR-TEST TO TRUE
008986     END-IF.
008990     PERFORM VARYING Y FROM WS-START-Y BY 1
009000             UNTIL Y > CTL-Y-HIGH OR WS-QUIESCE
009010         PERFORM 5050-TEST-MIRROR THRU 5050-EXIT
009810         MOVE " " TO D
009820         MOVE "N" TO WS-ESCAPED-SW
009830         MOVE CTL-MAX-ITER TO WS-ESC-ITER-COUNT
009831         MOVE "N" TO WS-KNOWN-IN-SET-SW
009832         MOVE A TO WS-CYCLE-A
009833         MOVE B TO WS-CYCLE-B
009834         MOVE 2 TO WS-CYCLE-NEXT
009835         IF WS-INTERIOR-TEST
009836             MOVE CA TO WS-IT-CA
009837             MOVE CB TO WS-IT-CB
009838             PERFORM 5090-TEST-INTERIOR THRU 5090-EXIT
009839         END-IF
009840         PERFORM VARYING I FROM 1 BY 1
009841               UNTIL I > CTL-MAX-ITER OR WS-KNOWN-IN-SET
009850             COMPUTE T = A * A - B * B + CA
009860             COMPUTE B = 2 * A * B + CB
009870             MOVE T TO A
010090                 ADD 1 TO WS-ROW-BUCKET(WS-BUCKET-IDX)
010100                 MOVE CTL-MAX-ITER TO I
010110             END-IF
010111             IF NOT WS-ESCAPED
010112                 IF A = WS-CYCLE-A AND B = WS-CYCLE-B
010113                     SET WS-KNOWN-IN-SET TO TRUE
010114                 ELSE
010115                     IF I = WS-CYCLE-NEXT
010116                         MOVE A TO WS-CYCLE-A
010117                         MOVE B TO WS-CYCLE-B
010118                         COMPUTE WS-CYCLE-NEXT = WS-CYCLE-NEXT * 2
010119                     END-IF
010120                 END-IF
010121             END-IF
010122         END-PERFORM
010124         IF WS-KNOWN-IN-SET
010126             ADD 1 TO SUM-SHORTCUT-COUNT
010128         END-IF
010130         IF NOT WS-ESCAPED
010140             ADD 1 TO WS-ROW-IN-SET-COUNT
010150         END-IF
010820         MOVE " " TO D
010830         MOVE "N" TO WS-ESCAPED-SW
010840         MOVE CTL-MAX-ITER TO WS-ESC-ITER-COUNT
010841         MOVE "N" TO WS-KNOWN-IN-SET-SW
010842         MOVE A-HP TO WS-CYCLE-A-HP
010843         MOVE B-HP TO WS-CYCLE-B-HP
010844         MOVE 2 TO WS-CYCLE-NEXT
010845         IF WS-INTERIOR-TEST
010846             MOVE CA-HP TO WS-IT-CA
010847             MOVE CB-HP TO WS-IT-CB
010848             PERFORM 5090-TEST-INTERIOR THRU 5090-EXIT
010849         END-IF
010850         PERFORM VARYING I FROM 1 BY 1
010851               UNTIL I > CTL-MAX-ITER OR WS-KNOWN-IN-SET
010860             COMPUTE T-HP = A-HP * A-HP - B-HP * B-HP + CA-HP
010870             COMPUTE B-HP = 2 * A-HP * B-HP + CB-HP
010880             MOVE T-HP TO A-HP
011100                 ADD 1 TO WS-ROW-BUCKET(WS-BUCKET-IDX)
011110                 MOVE CTL-MAX-ITER TO I
011120             END-IF
011121             IF NOT WS-ESCAPED
011122                 IF A-HP = WS-CYCLE-A-HP AND B-HP = WS-CYCLE-B-HP
011123                     SET WS-KNOWN-IN-SET TO TRUE
011124                 ELSE
011125                     IF I = WS-CYCLE-NEXT
011126                         MOVE A-HP TO WS-CYCLE-A-HP
011127                         MOVE B-HP TO WS-CYCLE-B-HP
011128                         COMPUTE WS-CYCLE-NEXT = WS-CYCLE-NEXT * 2
011129                     END-IF
011130                 END-IF
011131             END-IF
011132         END-PERFORM
011134         IF WS-KNOWN-IN-SET
011136             ADD 1 TO SUM-SHORTCUT-COUNT
011138         END-IF
011140         IF NOT WS-ESCAPED
011150             ADD 1 TO WS-ROW-IN-SET-COUNT
011160         END-IF
011520     END-IF.
011530 5080-EXIT.
011540     EXIT.
011541*****************************************************************
011542* 5090-TEST-INTERIOR - IS THE POINT IN WS-IT-CA/CB INSIDE THE    *
011543*                      MAIN CARDIOID OR THE PERIOD-2 BULB? BOTH  *
011544*                      LIE WITHIN -1.5 < CA < 0.5, -1 < CB < 1,  *
011545*                      SO ANYTHING OUTSIDE THAT BOX IS LEFT TO   *
011546*                      THE ITERATION.                            *
011547*****************************************************************
011548 5090-TEST-INTERIOR.
011549     IF WS-IT-CA NOT > -1.5 OR WS-IT-CA NOT < 0.5
011550         OR WS-IT-CB NOT > -1 OR WS-IT-CB NOT < 1
011551         GO TO 5090-EXIT
011552     END-IF.
011553*    MAIN CARDIOID: Q = (CA - 1/4)**2 + CB**2 AND
011554*    Q * (Q + (CA - 1/4)) < CB**2 / 4.
011555     COMPUTE WS-IT-XQ = WS-IT-CA - 0.25.
011556     COMPUTE WS-IT-YSQ = WS-IT-CB * WS-IT-CB.
011557     COMPUTE WS-IT-Q = WS-IT-XQ * WS-IT-XQ + WS-IT-YSQ.
011558     IF WS-IT-Q * (WS-IT-Q + WS-IT-XQ) < WS-IT-YSQ / 4
011559         SET WS-KNOWN-IN-SET TO TRUE
011560         GO TO 5090-EXIT
011561     END-IF.
011562*    PERIOD-2 BULB: THE DISC OF RADIUS 1/4 ABOUT -1.
011563     COMPUTE WS-IT-XQ = WS-IT-CA + 1.
011564     IF WS-IT-XQ * WS-IT-XQ + WS-IT-YSQ < 0.0625
011565         SET WS-KNOWN-IN-SET TO TRUE
011566     END-IF.
011567 5090-EXIT.
011568     EXIT.
011569*****************************************************************
011570* 5100-WRITE-CHECKPOINT - RECORD THE ROW JUST COMPLETED           *
011571*****************************************************************
011580 5100-WRITE-CHECKPOINT.
011590     ADD 1 TO WS-ROW-COUNT.
011600     MOVE CTL-REGION-LABEL TO CKPT-REGION-LABEL.
012460         MOVE "QUIESCE" TO JRNL-EVENT-TYPE
012470         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
012480     END-IF.
012481     IF SUM-SHORTCUT-COUNT > ZERO
012482         MOVE SUM-SHORTCUT-COUNT TO WS-SHORTCUT-ED
012483         MOVE CTL-REGION-LABEL TO JRNL-REGION-LABEL
012484         STRING WS-SHORTCUT-ED DELIMITED BY SIZE
012485             " PIXELS SHORT-CIRCUITED IN-SET"
012486             DELIMITED BY SIZE
012487             INTO JRNL-DETAIL
012488         END-STRING
012489         MOVE "NOTE" TO JRNL-EVENT-TYPE
012490         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
012491     END-IF.
012492 6000-EXIT.
012500     EXIT.
012510*****************************************************************
012520* 6100-CLEAR-CHECKPOINT - RUN COMPLETED NORMALLY, SO DISCARD THE  *
