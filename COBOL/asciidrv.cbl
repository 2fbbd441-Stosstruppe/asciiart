000280* WINDOW CLOSES AND THE CHEAP FILL-IN REGIONS ABSORB THE         *
000290* DEFERRALS. A REGION WITH NO HISTORY RENDERS AFTER THE KNOWN    *
000300* ONES OF ITS PRIORITY, WITH AN UNKNOWN-COST NOTE ON THE LOG.    *
000301*                                                                *
000302* A NIGHT CAN ALSO BE SPLIT ACROSS PARALLEL STREAMS, RUN AS      *
000303* CONCURRENT JOBS, BY A CARD ON THE OPTIONAL DRVCTL DD -         *
000304* FUNCTION IN COLUMNS 1-6, NUMBER IN 7-8:                        *
000305*   PLAN   NN - BUILD AND ORDER THE NIGHT'S PLAN AS ABOVE,       *
000306*               BALANCE IT ONTO NN STREAMS BY EXPECTED COST AND  *
000307*               WRITE IT TO THE SHARED CLAIM DATASET (DRVCLM,    *
000308*               SEE DCLMREC). NOTHING IS RENDERED.               *
000309*   STREAM NN - ONE OF THE CONCURRENT RENDER JOBS, WITH ITS OWN  *
000310*               CTLCARD DATASET. IT RENDERS STREAM NN'S SHARE IN *
000311*               PLAN ORDER, CLAIMING EACH REGION ON DRVCLM       *
000312*               BEFORE IT RENDERS IT, THEN EVERY REGION NO       *
000313*               STREAM HAS CLAIMED YET - SO THE WORK OF A STREAM *
000314*               THAT DIES IS PICKED UP BY THE OTHERS, AND NO     *
000315*               REGION IS RENDERED TWICE.                        *
000316*   MERGE     - AFTER EVERY STREAM HAS ENDED: REPORT EACH        *
000317*               STREAM'S EXPECTED AND ACTUAL MINUTES, THE        *
000318*               NIGHT'S MERGED DEFERRED LIST AND ANY REGION LEFT *
000319*               UNRENDERED, AND END THE STEP.                    *
000320* WITH NO CARD THE WHOLE NIGHT RUNS IN THIS ONE JOB, AS BEFORE.  *
000321* EITHER WAY EACH REGION IS RENDERED BY THE SAME ASCIIART CALL   *
000322* ON THE SAME CATALOG CARD, SO THE NIGHT'S OUTPUT DOES NOT       *
000323* DEPEND ON HOW IT WAS SPLIT.                                    *
000324*                                                                *
000325* MOD LOG                                                        *
000330* DATE       INIT DESCRIPTION                                    *
000340* 2026-08-09 RLH  ORIGINAL.                                      *
000350* 2026-08-09 RLH  CHECK RETURN-CODE AFTER EACH CALL TO ASCIIART  *
000780*                  RUNS - THE HISTORY MASTER IS POSTED UNDER     *
000790*                  TILE LABELS, SO A TILED REGION ALWAYS SORTED  *
000800*                  AS UNKNOWN COST BEFORE.                       *
000801* 2026-10-15 RLH  ASK NIGHT-STREAM RUN CONTROL (RUNCTL) WHETHER  *
000802*                  THE STEP MAY RUN - A RERUN OF A NIGHT ALREADY *
000803*                  COMPLETED, OR A RUN AHEAD OF ITS PREREQUISITE *
000804*                  STEP, ENDS AT ONCE WITH CC 12 - AND RECORD    *
000805*                  ITS END, CONDITION CODE AND INPUT THERE.      *
000806* 2026-10-15 RLH  PARALLEL DRIVER STREAMS: A DRVCTL CARD RUNS    *
000807*                  THE NIGHT AS A PLAN STEP THAT BALANCES THE    *
000808*                  ORDERED WORK TABLE ONTO N STREAMS BY EXPECTED *
000809*                  COST, N CONCURRENT STREAM JOBS THAT CLAIM     *
000810*                  EACH REGION ON THE SHARED CLAIM DATASET       *
000811*                  (DRVCLM) BEFORE RENDERING IT AND PICK UP ANY  *
000812*                  REGION LEFT UNCLAIMED, AND A MERGE STEP THAT  *
000813*                  REPORTS EACH STREAM'S EXPECTED AND ACTUAL     *
000814*                  MINUTES AND THE MERGED DEFERRED LIST. THE     *
000815*                  PLAN STEP OPENS THE NIGHT ON RUN CONTROL AND  *
000816*                  THE MERGE STEP RECORDS ITS END.               *
000817*****************************************************************
000820 ENVIRONMENT DIVISION.
000830 CONFIGURATION SECTION.
000840 SOURCE-COMPUTER.   IBM-370.
001000         FILE STATUS IS WS-HISTMST-STATUS.
001010     SELECT CTLCARD-OUT-FILE    ASSIGN TO CTLCARD
001020         ORGANIZATION IS LINE SEQUENTIAL.
001021     SELECT DRIVER-CARD-FILE    ASSIGN TO DRVCTL
001022         ORGANIZATION IS LINE SEQUENTIAL
001023         FILE STATUS IS WS-DRVCTL-STATUS.
001024     SELECT CLAIM-FILE          ASSIGN TO DRVCLM
001025         ORGANIZATION IS INDEXED
001026         ACCESS MODE IS DYNAMIC
001027         RECORD KEY IS DCLM-KEY
001028         FILE STATUS IS WS-DRVCLM-STATUS.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  REGION-CATALOG-FILE.
001120 FD  CTLCARD-OUT-FILE
001130     RECORDING MODE IS F.
001140 01  CTLCARD-OUT-RECORD         PIC X(120).
001141 FD  DRIVER-CARD-FILE
001142     RECORDING MODE IS F.
001143 01  DRIVER-CARD-RECORD         PIC X(80).
001144 FD  CLAIM-FILE.
001145     COPY DCLMREC.
001150 WORKING-STORAGE SECTION.
001160*****************************************************************
001170* ONE REGION TABLE ENTRY IS A FULL CTLCARD IMAGE                 *
001310         88  WS-HIST-EOF                 VALUE "Y".
001320     05  WS-HIST-AVAIL-SW    PIC X(01)   VALUE "N".
001330         88  WS-HIST-AVAIL               VALUE "Y".
001332     05  WS-PLAN-LOADED-SW   PIC X(01)   VALUE "N".
001334         88  WS-PLAN-LOADED              VALUE "Y".
001336     05  WS-OWN-PASS-SW      PIC X(01)   VALUE "N".
001338         88  WS-OWN-PASS                 VALUE "Y".
001340 01  WS-REGNCAT-STATUS       PIC X(02)   VALUE SPACES.
001350 01  WS-SELIN-STATUS         PIC X(02)   VALUE SPACES.
001360 01  WS-HISTMST-STATUS       PIC X(02)   VALUE SPACES.
001362 01  WS-DRVCTL-STATUS        PIC X(02)   VALUE SPACES.
001364 01  WS-DRVCLM-STATUS        PIC X(02)   VALUE SPACES.
001370 01  WS-REGION-COUNT         PIC 9(4)    VALUE ZERO.
001380 01  WS-FAILURE-COUNT        PIC 9(4)    VALUE ZERO.
001390 01  WS-DEFERRED-COUNT       PIC 9(4)    VALUE ZERO.
001770         10  WS-WORK-KNOWN-SW    PIC X(01).
001780             88  WS-WORK-KNOWN           VALUE "Y".
001790         10  WS-WORK-ELAPSED     PIC 9(6)V9(2).
001795         10  WS-WORK-STREAM      PIC 9(02).
001800 01  WS-SWAP-ENTRY.
001810     05  FILLER              PIC X(20).
001820     05  FILLER              PIC X(120).
001830     05  FILLER              PIC 9(02).
001840     05  FILLER              PIC X(01).
001850     05  FILLER              PIC 9(6)V9(2).
001855     05  FILLER              PIC 9(02).
001860 77  WS-WORK-COUNT           PIC 9(3)    VALUE ZERO.
001870 77  WS-WORK-IDX             PIC 9(3).
001880 77  WS-SORT-IDX             PIC 9(3).
002060 77  WS-TILE-NUM             PIC 9(2).
002070 77  WS-LABEL-LEN            PIC 9(2).
002080 77  WS-LABEL-IDX            PIC 9(2).
002081*****************************************************************
002082* PARALLEL STREAMS - THE DRVCTL CARD, EACH STREAM'S PLANNED AND  *
002083* ACTUAL LOAD, AND THE REGION-CLAIM WORK FIELDS                  *
002084*****************************************************************
002085 01  WS-DRIVER-CARD.
002086     05  WS-DRV-FUNCTION     PIC X(06).
002087         88  WS-DRV-FUNC-PLAN            VALUE "PLAN".
002088         88  WS-DRV-FUNC-STREAM          VALUE "STREAM".
002089         88  WS-DRV-FUNC-MERGE           VALUE "MERGE".
002090     05  WS-DRV-NUMBER-X     PIC X(02).
002091     05  WS-DRV-NUMBER       REDEFINES WS-DRV-NUMBER-X
002092                             PIC 9(02).
002093     05  FILLER              PIC X(72).
002094 01  WS-DRV-MODE-SW          PIC X(01)   VALUE "S".
002095     88  WS-DRV-SINGLE                   VALUE "S".
002096     88  WS-DRV-PLAN                     VALUE "P".
002097     88  WS-DRV-STREAM                   VALUE "R".
002098     88  WS-DRV-MERGE                    VALUE "M".
002099     88  WS-DRV-CARD-BAD                 VALUE "X".
002100 77  WS-DRV-STREAM-COUNT     PIC 9(02)   VALUE 1.
002101 77  WS-DRV-STREAM-NUM       PIC 9(02)   VALUE ZERO.
002102 77  WS-DRV-MAX-STREAMS      PIC 9(02)   VALUE 20.
002103 01  WS-STREAM-TABLE.
002104     05  WS-STREAM-ENTRY     OCCURS 20 TIMES.
002105         10  WS-STRM-PLANNED     PIC 9(03).
002106         10  WS-STRM-EXPECTED    PIC 9(7)V9(2).
002107         10  WS-STRM-RAN         PIC 9(03).
002108         10  WS-STRM-PICKED-UP   PIC 9(03).
002109         10  WS-STRM-ACTUAL      PIC 9(7)V9(2).
002110         10  WS-STRM-FINISHED-SW PIC X(01).
002111             88  WS-STRM-FINISHED        VALUE "Y".
002112 77  WS-STREAM-IDX           PIC 9(02).
002113 77  WS-BEST-STREAM          PIC 9(02).
002114 77  WS-KNOWN-COUNT          PIC 9(03).
002115 77  WS-UNKNOWN-COUNT        PIC 9(03).
002116 77  WS-KNOWN-TOTAL          PIC 9(9)V9(2).
002117 77  WS-AVERAGE-SECS         PIC 9(6)V9(2).
002118 77  WS-BALANCE-SECS         PIC 9(6)V9(2).
002119 77  WS-ACTUAL-MINS          PIC 9(5).
002120 77  WS-NIGHT-DATE           PIC 9(08).
002121 77  WS-NOW-DATE             PIC 9(08).
002122 77  WS-NOW-TIME             PIC 9(08).
002123 77  WS-RENDER-RC            PIC 9(04)   VALUE ZERO.
002124 77  WS-STREAM-RC            PIC 9(04)   VALUE ZERO.
002125 77  WS-OWN-COUNT            PIC 9(03)   VALUE ZERO.
002126 77  WS-PICKED-COUNT         PIC 9(03)   VALUE ZERO.
002127 77  WS-CLAIM-ERROR-COUNT    PIC 9(03)   VALUE ZERO.
002128 77  WS-UNCLAIMED-COUNT      PIC 9(03)   VALUE ZERO.
002129 77  WS-INTERRUPTED-COUNT    PIC 9(03)   VALUE ZERO.
002130 77  WS-STREAM-START-DATE    PIC 9(08).
002131 77  WS-STREAM-START-TIME    PIC 9(08).
002132 77  WS-STREAM-ACTUAL        PIC 9(7)V9(2) VALUE ZERO.
002133 01  WS-CLAIM-SAVE           PIC X(160).
002134 01  WS-CLOCK-TIME           PIC 9(08).
002135 01  WS-CLOCK-PARTS          REDEFINES WS-CLOCK-TIME.
002136     05  WS-CLOCK-HH         PIC 9(02).
002137     05  WS-CLOCK-MM         PIC 9(02).
002138     05  WS-CLOCK-SS         PIC 9(02).
002139     05  WS-CLOCK-HS         PIC 9(02).
002140 77  WS-CLOCK-SECS           PIC 9(6)V9(2).
002141 77  WS-START-SECS           PIC 9(6)V9(2).
002142*****************************************************************
002143* RUN-EVENT JOURNAL - ONE STAMPED EVENT PER START, END AND       *
002144* NOTABLE EVENT, APPENDED THROUGH JRNLWRT                        *
002145*****************************************************************
002146     COPY JRNLREC.
002147*****************************************************************
002148* NIGHT-STREAM RUN CONTROL - CHECKED AT START AND RECORDED AT    *
002149* END THROUGH RUNCTL                                             *
002150*****************************************************************
002152     COPY RCTLREQ.
002154 PROCEDURE DIVISION.
002156*****************************************************************
002160* 0000-MAINLINE - OVERALL CONTROL                                *
002170*****************************************************************
002180 0000-MAINLINE.
002190     MOVE SPACES TO JRNL-RECORD.
002195     MOVE SPACES TO RCTL-REQUEST.
002200     MOVE ZERO TO JRNL-RETURN-CODE.
002210     MOVE "START" TO JRNL-EVENT-TYPE.
002220     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
002221     PERFORM 0050-READ-DRIVER-CARD THRU 0050-EXIT.
002222     IF WS-DRV-CARD-BAD
002223         MOVE 16 TO RETURN-CODE
002224         GO TO 9999-EXIT
002225     END-IF.
002226*    A STREAM OR MERGE JOB RUNS UNDER THE NIGHT ITS PLAN STEP
002227*    OPENED ON RUN CONTROL, SO IT DOES NOT CHECK IN ITSELF.
002228     IF WS-DRV-STREAM
002229         PERFORM 4000-RUN-STREAM THRU 4000-EXIT
002230         GO TO 9999-EXIT
002231     END-IF.
002232     IF WS-DRV-MERGE
002233         PERFORM 5000-MERGE-STREAMS THRU 5000-EXIT
002234         GO TO 9999-EXIT
002235     END-IF.
002236     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
002237     IF RCTL-REQ-REFUSED
002238         MOVE 12 TO RETURN-CODE
002239         GO TO 9999-EXIT
002240     END-IF.
002241     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002242     PERFORM 2000-LOAD-REGIONS THRU 2000-EXIT
002250         UNTIL WS-EOF.
002260     CLOSE REGION-CATALOG-FILE.
002270     PERFORM 2400-LOOK-UP-COSTS THRU 2400-EXIT.
002280     PERFORM 2500-ORDER-WORK-TABLE THRU 2500-EXIT.
002282     IF WS-DRV-PLAN
002284         PERFORM 2700-PARTITION-STREAMS THRU 2700-EXIT
002286     END-IF.
002290     PERFORM 2600-REPORT-PLAN THRU 2600-EXIT
002300         VARYING WS-WORK-IDX FROM 1 BY 1
002310         UNTIL WS-WORK-IDX > WS-WORK-COUNT.
002312     IF WS-DRV-PLAN
002314         PERFORM 2800-WRITE-NIGHT-PLAN THRU 2800-EXIT
002316         GO TO 9999-EXIT
002318     END-IF.
002320     PERFORM 3000-RENDER-ONE-REGION THRU 3000-EXIT
002330         VARYING WS-WORK-IDX FROM 1 BY 1
002340         UNTIL WS-WORK-IDX > WS-WORK-COUNT.
002350     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002360     GO TO 9999-EXIT.
002361*****************************************************************
002362* 0050-READ-DRIVER-CARD - READ THE OPTIONAL DRVCTL CARD NAMING   *
002363*                         THIS JOB'S PART IN A NIGHT RUN IN      *
002364*                         PARALLEL STREAMS. A MISSING OR BLANK   *
002365*                         CARD RUNS THE WHOLE NIGHT IN THIS JOB. *
002366*****************************************************************
002367 0050-READ-DRIVER-CARD.
002368     MOVE SPACES TO WS-DRIVER-CARD.
002369     OPEN INPUT DRIVER-CARD-FILE.
002370     IF WS-DRVCTL-STATUS NOT = "00"
002371         GO TO 0050-EXIT
002372     END-IF.
002373     READ DRIVER-CARD-FILE INTO WS-DRIVER-CARD
002374         AT END MOVE SPACES TO WS-DRIVER-CARD
002375     END-READ.
002376     CLOSE DRIVER-CARD-FILE.
002377     IF WS-DRV-FUNCTION = SPACES
002378         GO TO 0050-EXIT
002379     END-IF.
002380     IF WS-DRV-FUNC-MERGE
002381         SET WS-DRV-MERGE TO TRUE
002382         DISPLAY "ASCIIDRV - MERGING THE NIGHT'S PARALLEL STREAMS"
002383         GO TO 0050-EXIT
002384     END-IF.
002385     IF NOT WS-DRV-FUNC-PLAN AND NOT WS-DRV-FUNC-STREAM
002386         DISPLAY "ASCIIDRV - DRVCTL FUNCTION " WS-DRV-FUNCTION
002387             " IS NOT PLAN, STREAM OR MERGE - NOTHING RUN"
002388         SET WS-DRV-CARD-BAD TO TRUE
002389         GO TO 0050-EXIT
002390     END-IF.
002391     IF WS-DRV-NUMBER-X NOT NUMERIC
002392         OR WS-DRV-NUMBER = ZERO
002393         OR WS-DRV-NUMBER > WS-DRV-MAX-STREAMS
002394         DISPLAY "ASCIIDRV - DRVCTL " WS-DRV-FUNCTION
002395             " NUMBER IN COLUMNS 7-8 MUST BE 01 TO "
002396             WS-DRV-MAX-STREAMS " - NOTHING RUN"
002397         SET WS-DRV-CARD-BAD TO TRUE
002398         GO TO 0050-EXIT
002399     END-IF.
002400     IF WS-DRV-FUNC-PLAN
002401         SET WS-DRV-PLAN TO TRUE
002402         MOVE WS-DRV-NUMBER TO WS-DRV-STREAM-COUNT
002403         DISPLAY "ASCIIDRV - PLANNING THE NIGHT FOR "
002404             WS-DRV-STREAM-COUNT " PARALLEL STREAMS"
002405     ELSE
002406         SET WS-DRV-STREAM TO TRUE
002407         MOVE WS-DRV-NUMBER TO WS-DRV-STREAM-NUM
002408     END-IF.
002409 0050-EXIT.
002410     EXIT.
002411*****************************************************************
002412* 0100-CHECK-RUN-CONTROL - ASK RUN CONTROL WHETHER THIS STEP MAY *
002413*                          RUN FOR THE NIGHT'S STREAM            *
002414*****************************************************************
002415 0100-CHECK-RUN-CONTROL.
002416     MOVE SPACES TO RCTL-REQUEST.
002417     MOVE "CHECK" TO RCTL-REQ-FUNCTION.
002418     MOVE "ASCIIDRV" TO RCTL-REQ-STEP.
002419     CALL "RUNCTL" USING RCTL-REQUEST.
002420 0100-EXIT.
002421     EXIT.
002422*****************************************************************
002423* 1000-INITIALIZE - LOAD THE SELECT LIST AND OPEN THE CATALOG    *
002424*****************************************************************
002425 1000-INITIALIZE.
002426     PERFORM 1100-LOAD-SELECT-LIST THRU 1100-EXIT.
002427     OPEN INPUT REGION-CATALOG-FILE.
002430     IF WS-REGNCAT-STATUS NOT = "00"
002440         DISPLAY "ASCIIDRV - UNABLE TO OPEN REGNCAT - "
002450             "FILE STATUS " WS-REGNCAT-STATUS
003160         END-IF
003170         MOVE "N" TO WS-WORK-KNOWN-SW(WS-WORK-COUNT)
003180         MOVE ZERO TO WS-WORK-ELAPSED(WS-WORK-COUNT)
003185         MOVE ZERO TO WS-WORK-STREAM(WS-WORK-COUNT)
003190     END-IF.
003200     PERFORM 2100-READ-REGION THRU 2100-EXIT.
003210 2000-EXIT.
005610     END-IF.
005620 2600-EXIT.
005630     EXIT.
005631*****************************************************************
005632* 2700-PARTITION-STREAMS - BALANCE THE ORDERED PLAN ONTO THE     *
005633*                          STREAMS BY EXPECTED COST. EACH        *
005634*                          REGION, IN PLAN ORDER, GOES TO THE    *
005635*                          STREAM WITH THE LEAST EXPECTED LOAD   *
005636*                          SO FAR, SO EVERY STREAM GETS ITS      *
005637*                          SHARE OF THE MUST-HAVE AND            *
005638*                          LONG-RUNNING REGIONS FIRST. A REGION  *
005639*                          WITH NO RUN HISTORY COUNTS AT THE     *
005640*                          AVERAGE KNOWN COST.                   *
005641*****************************************************************
005642 2700-PARTITION-STREAMS.
005643     MOVE ZERO TO WS-KNOWN-COUNT.
005644     MOVE ZERO TO WS-KNOWN-TOTAL.
005645     PERFORM 2705-TOTAL-ONE-KNOWN THRU 2705-EXIT
005646         VARYING WS-WORK-IDX FROM 1 BY 1
005647         UNTIL WS-WORK-IDX > WS-WORK-COUNT.
005648*    WITH NO HISTORY AT ALL, ANY EQUAL STAND-IN SPREADS THE
005649*    REGIONS EVENLY BY COUNT.
005650     IF WS-KNOWN-COUNT > ZERO
005651         COMPUTE WS-AVERAGE-SECS ROUNDED =
005652             WS-KNOWN-TOTAL / WS-KNOWN-COUNT
005653     ELSE
005654         MOVE 60 TO WS-AVERAGE-SECS
005655     END-IF.
005656     PERFORM 2720-CLEAR-ONE-STREAM THRU 2720-EXIT
005657         VARYING WS-STREAM-IDX FROM 1 BY 1
005658         UNTIL WS-STREAM-IDX > WS-DRV-STREAM-COUNT.
005659     MOVE ZERO TO WS-UNKNOWN-COUNT.
005660     PERFORM 2710-ASSIGN-ONE-REGION THRU 2710-EXIT
005661         VARYING WS-WORK-IDX FROM 1 BY 1
005662         UNTIL WS-WORK-IDX > WS-WORK-COUNT.
005663 2700-EXIT.
005664     EXIT.
005665*****************************************************************
005666* 2705-TOTAL-ONE-KNOWN - ROLL ONE KNOWN COST INTO THE AVERAGE    *
005667*****************************************************************
005668 2705-TOTAL-ONE-KNOWN.
005669     IF WS-WORK-KNOWN(WS-WORK-IDX)
005670         ADD 1 TO WS-KNOWN-COUNT
005671         ADD WS-WORK-ELAPSED(WS-WORK-IDX) TO WS-KNOWN-TOTAL
005672     END-IF.
005673 2705-EXIT.
005674     EXIT.
005675*****************************************************************
005676* 2710-ASSIGN-ONE-REGION - PUT ONE PLANNED REGION ON THE LEAST   *
005677*                          LOADED STREAM - THE LOWEST-NUMBERED   *
005678*                          ONE ON A TIE                          *
005679*****************************************************************
005680 2710-ASSIGN-ONE-REGION.
005681     PERFORM 2750-BALANCE-COST THRU 2750-EXIT.
005682     MOVE 1 TO WS-BEST-STREAM.
005683     PERFORM VARYING WS-STREAM-IDX FROM 2 BY 1
005684             UNTIL WS-STREAM-IDX > WS-DRV-STREAM-COUNT
005685         IF WS-STRM-EXPECTED(WS-STREAM-IDX)
005686             < WS-STRM-EXPECTED(WS-BEST-STREAM)
005687             MOVE WS-STREAM-IDX TO WS-BEST-STREAM
005688         END-IF
005689     END-PERFORM.
005690     MOVE WS-BEST-STREAM TO WS-WORK-STREAM(WS-WORK-IDX).
005691     ADD WS-BALANCE-SECS TO WS-STRM-EXPECTED(WS-BEST-STREAM).
005692     ADD 1 TO WS-STRM-PLANNED(WS-BEST-STREAM).
005693 2710-EXIT.
005694     EXIT.
005695*****************************************************************
005696* 2720-CLEAR-ONE-STREAM - ZERO ONE STREAM'S PLANNED AND ACTUAL   *
005697*                         LOAD                                   *
005698*****************************************************************
005699 2720-CLEAR-ONE-STREAM.
005700     MOVE ZERO TO WS-STRM-PLANNED(WS-STREAM-IDX).
005701     MOVE ZERO TO WS-STRM-EXPECTED(WS-STREAM-IDX).
005702     MOVE ZERO TO WS-STRM-RAN(WS-STREAM-IDX).
005703     MOVE ZERO TO WS-STRM-PICKED-UP(WS-STREAM-IDX).
005704     MOVE ZERO TO WS-STRM-ACTUAL(WS-STREAM-IDX).
005705     MOVE "N" TO WS-STRM-FINISHED-SW(WS-STREAM-IDX).
005706 2720-EXIT.
005707     EXIT.
005708*****************************************************************
005709* 2750-BALANCE-COST - THE COST ONE PLANNED REGION IS BALANCED    *
005710*                     AT: ITS LAST-RUN ELAPSED TIME, OR THE      *
005711*                     AVERAGE KNOWN COST WHEN IT HAS NO HISTORY  *
005712*****************************************************************
005713 2750-BALANCE-COST.
005714     IF WS-WORK-KNOWN(WS-WORK-IDX)
005715         MOVE WS-WORK-ELAPSED(WS-WORK-IDX) TO WS-BALANCE-SECS
005716     ELSE
005717         ADD 1 TO WS-UNKNOWN-COUNT
005718         MOVE WS-AVERAGE-SECS TO WS-BALANCE-SECS
005719     END-IF.
005720 2750-EXIT.
005721     EXIT.
005722*****************************************************************
005723* 2800-WRITE-NIGHT-PLAN - WRITE THE BALANCED PLAN TO THE CLAIM   *
005724*                         DATASET FOR THE STREAMS, REPORT EACH   *
005725*                         STREAM'S SHARE AND END THE PLAN STEP.  *
005726*                         THE DATASET IS REBUILT BY EVERY PLAN,  *
005727*                         SO A RERUN NIGHT STARTS WITH NO        *
005728*                         CLAIMS.                                *
005729*****************************************************************
005730 2800-WRITE-NIGHT-PLAN.
005731     PERFORM 8200-REPORT-UNMATCHED THRU 8200-EXIT
005732         VARYING WS-SELECT-IDX FROM 1 BY 1
005733         UNTIL WS-SELECT-IDX > WS-SELECT-COUNT.
005734     IF WS-REGNCAT-STATUS NOT = "00"
005735         DISPLAY "ASCIIDRV - REGION CATALOG NOT READ - "
005736             "NO NIGHT PLAN WRITTEN"
005737         MOVE 16 TO RETURN-CODE
005738         GO TO 2800-EXIT
005739     END-IF.
005740     OPEN OUTPUT CLAIM-FILE.
005741     IF WS-DRVCLM-STATUS NOT = "00"
005742         DISPLAY "ASCIIDRV - UNABLE TO OPEN DRVCLM - "
005743             "FILE STATUS " WS-DRVCLM-STATUS
005744             " - NO NIGHT PLAN WRITTEN"
005745         MOVE 16 TO RETURN-CODE
005746         GO TO 2800-EXIT
005747     END-IF.
005748     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
005749     ACCEPT WS-NOW-TIME FROM TIME.
005750     MOVE SPACES TO DCLM-RECORD.
005751     SET DCLM-TYPE-HEADER TO TRUE.
005752     MOVE ZERO TO DCLM-SEQ.
005753     MOVE RCTL-REQ-RUN-DATE TO DCLM-HDR-RUN-DATE.
005754     MOVE WS-DRV-STREAM-COUNT TO DCLM-HDR-STREAM-CNT.
005755     MOVE WS-WORK-COUNT TO DCLM-HDR-REGION-CNT.
005756     MOVE WS-NOW-DATE TO DCLM-HDR-PLAN-DATE.
005757     MOVE WS-NOW-TIME TO DCLM-HDR-PLAN-TIME.
005758     MOVE WS-UNMATCHED-COUNT TO DCLM-HDR-UNMATCHED.
005759     MOVE WS-SEL-DROPPED-COUNT TO DCLM-HDR-SEL-DROPPED.
005760     MOVE WS-WORK-DROPPED-COUNT TO DCLM-HDR-WORK-DROPPED.
005761     MOVE WS-AVERAGE-SECS TO DCLM-HDR-AVERAGE-SECS.
005762     MOVE "N" TO DCLM-HDR-MERGED-SW.
005763     WRITE DCLM-RECORD
005764         INVALID KEY CONTINUE
005765     END-WRITE.
005766     PERFORM 2810-WRITE-ONE-PLAN-ENTRY THRU 2810-EXIT
005767         VARYING WS-WORK-IDX FROM 1 BY 1
005768         UNTIL WS-WORK-IDX > WS-WORK-COUNT
005769             OR WS-DRVCLM-STATUS NOT = "00".
005770     IF WS-DRVCLM-STATUS NOT = "00"
005771         DISPLAY "ASCIIDRV - UNABLE TO WRITE DRVCLM - "
005772             "FILE STATUS " WS-DRVCLM-STATUS
005773             " - NIGHT PLAN INCOMPLETE"
005774         CLOSE CLAIM-FILE
005775         MOVE 16 TO RETURN-CODE
005776         GO TO 2800-EXIT
005777     END-IF.
005778     CLOSE CLAIM-FILE.
005779     DISPLAY "ASCIIDRV - NIGHT " RCTL-REQ-RUN-DATE " PLANNED - "
005780         WS-WORK-COUNT " REGIONS ON " WS-DRV-STREAM-COUNT
005781         " STREAMS".
005782     PERFORM 2900-REPORT-STREAM-PLAN THRU 2900-EXIT
005783         VARYING WS-STREAM-IDX FROM 1 BY 1
005784         UNTIL WS-STREAM-IDX > WS-DRV-STREAM-COUNT.
005785     IF WS-UNKNOWN-COUNT > ZERO
005786         PERFORM 2950-REPORT-STAND-IN THRU 2950-EXIT
005787     END-IF.
005788     IF WS-UNMATCHED-COUNT > ZERO
005789         DISPLAY "ASCIIDRV - SELECT CARDS UNMATCHED: "
005790             WS-UNMATCHED-COUNT
005791     END-IF.
005792     IF WS-SEL-DROPPED-COUNT > ZERO
005793         DISPLAY "ASCIIDRV - SELECT CARDS NOT LOADED: "
005794             WS-SEL-DROPPED-COUNT
005795     END-IF.
005796     IF WS-WORK-DROPPED-COUNT > ZERO
005797         DISPLAY "ASCIIDRV - REGIONS DROPPED PAST THE WORK "
005798             "TABLE LIMIT: " WS-WORK-DROPPED-COUNT
005799     END-IF.
005800     IF WS-UNMATCHED-COUNT > ZERO
005801         OR WS-SEL-DROPPED-COUNT > ZERO
005802         OR WS-WORK-DROPPED-COUNT > ZERO
005803         MOVE 8 TO RETURN-CODE
005804     END-IF.
005805 2800-EXIT.
005806     EXIT.
005807*****************************************************************
005808* 2810-WRITE-ONE-PLAN-ENTRY - ONE PLANNED REGION, IN PLAN ORDER  *
005809*****************************************************************
005810 2810-WRITE-ONE-PLAN-ENTRY.
005811     MOVE SPACES TO DCLM-RECORD.
005812     SET DCLM-TYPE-PLAN TO TRUE.
005813     MOVE WS-WORK-IDX TO DCLM-SEQ.
005814     MOVE WS-WORK-LABEL(WS-WORK-IDX) TO DCLM-PLN-LABEL.
005815     MOVE WS-WORK-STREAM(WS-WORK-IDX) TO DCLM-PLN-STREAM.
005816     MOVE WS-WORK-PRIORITY(WS-WORK-IDX) TO DCLM-PLN-PRIORITY.
005817     MOVE WS-WORK-KNOWN-SW(WS-WORK-IDX) TO DCLM-PLN-KNOWN-SW.
005818     MOVE WS-WORK-ELAPSED(WS-WORK-IDX) TO DCLM-PLN-ELAPSED.
005819     MOVE WS-WORK-CARD(WS-WORK-IDX) TO DCLM-PLN-CARD.
005820     WRITE DCLM-RECORD
005821         INVALID KEY CONTINUE
005822     END-WRITE.
005823 2810-EXIT.
005824     EXIT.
005825*****************************************************************
005826* 2900-REPORT-STREAM-PLAN - ONE STREAM'S EXPECTED MINUTES AND    *
005827*                           ITS SHARE OF THE PLAN                *
005828*****************************************************************
005829 2900-REPORT-STREAM-PLAN.
005830     COMPUTE WS-EXPECTED-MINS ROUNDED =
005831         WS-STRM-EXPECTED(WS-STREAM-IDX) / 60.
005832     DISPLAY "ASCIIDRV - STREAM " WS-STREAM-IDX " "
005833         WS-STRM-PLANNED(WS-STREAM-IDX) " REGIONS EXPECTED "
005834         WS-EXPECTED-MINS " MIN".
005835     PERFORM 2910-REPORT-ONE-MEMBER THRU 2910-EXIT
005836         VARYING WS-WORK-IDX FROM 1 BY 1
005837         UNTIL WS-WORK-IDX > WS-WORK-COUNT.
005838 2900-EXIT.
005839     EXIT.
005840*****************************************************************
005841* 2910-REPORT-ONE-MEMBER - ONE REGION OF THE STREAM'S SHARE      *
005842*****************************************************************
005843 2910-REPORT-ONE-MEMBER.
005844     IF WS-WORK-STREAM(WS-WORK-IDX) = WS-STREAM-IDX
005845         DISPLAY "ASCIIDRV -     STREAM " WS-STREAM-IDX
005846             " PLAN " WS-WORK-IDX " " WS-WORK-LABEL(WS-WORK-IDX)
005847     END-IF.
005848 2910-EXIT.
005849     EXIT.
005850*****************************************************************
005851* 2950-REPORT-STAND-IN - SAY WHAT THE REGIONS WITH NO RUN        *
005852*                        HISTORY WERE BALANCED AT                *
005853*****************************************************************
005854 2950-REPORT-STAND-IN.
005855     COMPUTE WS-EXPECTED-MINS ROUNDED = WS-AVERAGE-SECS / 60.
005856     DISPLAY "ASCIIDRV - " WS-UNKNOWN-COUNT " REGIONS WITH NO "
005857         "RUN HISTORY ARE COUNTED AT " WS-EXPECTED-MINS
005858         " MIN EACH".
005859 2950-EXIT.
005860     EXIT.
005861*****************************************************************
005862* 3000-RENDER-ONE-REGION - WRITE ONE PLANNED ENTRY'S CONTROL     *
005863*                          CARD AND RENDER IT                    *
005864*****************************************************************
005865 3000-RENDER-ONE-REGION.
005866     MOVE WS-WORK-CARD(WS-WORK-IDX) TO CTL-CARD-AREA.
005867     OPEN OUTPUT CTLCARD-OUT-FILE.
005868     WRITE CTLCARD-OUT-RECORD FROM CTL-CARD-AREA.
005869     CLOSE CTLCARD-OUT-FILE.
005870     ADD 1 TO WS-REGION-COUNT.
005871     DISPLAY "ASCIIDRV - RENDERING REGION " CTL-REGION-LABEL.
005872     CALL "ASCIIART".
005873     MOVE RETURN-CODE TO WS-RENDER-RC.
005874     IF RETURN-CODE = 4
005875         ADD 1 TO WS-DEFERRED-COUNT
005876         IF WS-DEFERRED-COUNT NOT > 200
005877             MOVE CTL-REGION-LABEL
005878                 TO WS-DEFERRED-ENTRY(WS-DEFERRED-COUNT)
005879         END-IF
005880         DISPLAY "ASCIIDRV - REGION " CTL-REGION-LABEL
005881             " DEFERRED - BUDGET REACHED, CHECKPOINT KEPT"
005882     ELSE
005883         IF RETURN-CODE NOT = ZERO
005884             ADD 1 TO WS-FAILURE-COUNT
005885             DISPLAY "ASCIIDRV - REGION " CTL-REGION-LABEL
005886                 " FAILED - RETURN-CODE " RETURN-CODE
005890         END-IF
005900     END-IF.
005910 3000-EXIT.
005920     EXIT.
005921*****************************************************************
005922* 4000-RUN-STREAM - ONE STREAM OF A NIGHT RUN IN PARALLEL: ITS   *
005923*                   OWN SHARE OF THE PLAN FIRST, IN PLAN ORDER,  *
005924*                   THEN EVERY REGION STILL UNCLAIMED - THE      *
005925*                   SHARE OF A STREAM THAT DIED OR HAS NOT GOT   *
005926*                   THAT FAR YET. EACH REGION IS CLAIMED ON THE  *
005927*                   CLAIM DATASET BEFORE IT IS RENDERED.         *
005928*****************************************************************
005929 4000-RUN-STREAM.
005930     OPEN I-O CLAIM-FILE.
005931     IF WS-DRVCLM-STATUS NOT = "00"
005932         DISPLAY "ASCIIDRV - UNABLE TO OPEN DRVCLM - "
005933             "FILE STATUS " WS-DRVCLM-STATUS " - STREAM "
005934             WS-DRV-STREAM-NUM " NOT RUN"
005935         MOVE 16 TO RETURN-CODE
005936         GO TO 4000-EXIT
005937     END-IF.
005938     PERFORM 4100-LOAD-NIGHT-PLAN THRU 4100-EXIT.
005939     IF NOT WS-PLAN-LOADED
005940         CLOSE CLAIM-FILE
005941         MOVE 16 TO RETURN-CODE
005942         GO TO 4000-EXIT
005943     END-IF.
005944     IF WS-DRV-STREAM-NUM > WS-DRV-STREAM-COUNT
005945         DISPLAY "ASCIIDRV - STREAM " WS-DRV-STREAM-NUM
005946             " IS NOT IN THE NIGHT PLAN - IT HAS "
005947             WS-DRV-STREAM-COUNT " STREAMS"
005948         CLOSE CLAIM-FILE
005949         MOVE 16 TO RETURN-CODE
005950         GO TO 4000-EXIT
005951     END-IF.
005952     ACCEPT WS-STREAM-START-DATE FROM DATE YYYYMMDD.
005953     ACCEPT WS-STREAM-START-TIME FROM TIME.
005954     DISPLAY "ASCIIDRV - STREAM " WS-DRV-STREAM-NUM " OF "
005955         WS-DRV-STREAM-COUNT " FOR NIGHT " WS-NIGHT-DATE.
005956     SET WS-OWN-PASS TO TRUE.
005957     PERFORM 4200-CLAIM-AND-RENDER THRU 4200-EXIT
005958         VARYING WS-WORK-IDX FROM 1 BY 1
005959         UNTIL WS-WORK-IDX > WS-WORK-COUNT.
005960     MOVE "N" TO WS-OWN-PASS-SW.
005961     PERFORM 4200-CLAIM-AND-RENDER THRU 4200-EXIT
005962         VARYING WS-WORK-IDX FROM 1 BY 1
005963         UNTIL WS-WORK-IDX > WS-WORK-COUNT.
005964     MOVE ZERO TO WS-STREAM-RC.
005965     IF WS-FAILURE-COUNT > ZERO
005966         OR WS-CLAIM-ERROR-COUNT > ZERO
005967         MOVE 16 TO WS-STREAM-RC
005968     ELSE
005969         IF WS-DEFERRED-COUNT > ZERO
005970             MOVE 4 TO WS-STREAM-RC
005971         END-IF
005972     END-IF.
005973     PERFORM 4400-WRITE-STREAM-END THRU 4400-EXIT.
005974     CLOSE CLAIM-FILE.
005975     COMPUTE WS-ACTUAL-MINS ROUNDED = WS-STREAM-ACTUAL / 60.
005976     DISPLAY "ASCIIDRV - STREAM " WS-DRV-STREAM-NUM " RAN "
005977         WS-REGION-COUNT " REGIONS - " WS-OWN-COUNT
005978         " OF ITS OWN, " WS-PICKED-COUNT " PICKED UP - IN "
005979         WS-ACTUAL-MINS " MIN".
005980     DISPLAY "ASCIIDRV - REGIONS FAILED:   " WS-FAILURE-COUNT.
005981     DISPLAY "ASCIIDRV - REGIONS DEFERRED: " WS-DEFERRED-COUNT.
005982     IF WS-CLAIM-ERROR-COUNT > ZERO
005983         DISPLAY "ASCIIDRV - CLAIM DATASET ERRORS: "
005984             WS-CLAIM-ERROR-COUNT
005985     END-IF.
005986     DISPLAY "ASCIIDRV - THE DEFERRED LIST FOR THE NIGHT COMES "
005987         "FROM THE MERGE STEP".
005988     MOVE WS-STREAM-RC TO RETURN-CODE.
005989 4000-EXIT.
005990     EXIT.
005991*****************************************************************
005992* 4100-LOAD-NIGHT-PLAN - READ THE PLAN HEADER AND EVERY PLANNED  *
005993*                        REGION BACK INTO THE WORK TABLE. A PLAN *
005994*                        ALREADY MERGED BELONGS TO A FINISHED    *
005995*                        NIGHT AND IS NOT TAKEN AGAIN.           *
005996*****************************************************************
005997 4100-LOAD-NIGHT-PLAN.
005998     MOVE "N" TO WS-PLAN-LOADED-SW.
005999     MOVE SPACES TO DCLM-RECORD.
006000     SET DCLM-TYPE-HEADER TO TRUE.
006001     MOVE ZERO TO DCLM-SEQ.
006002     READ CLAIM-FILE
006003         INVALID KEY CONTINUE
006004     END-READ.
006005     IF WS-DRVCLM-STATUS NOT = "00"
006006         DISPLAY "ASCIIDRV - NO NIGHT PLAN ON DRVCLM - "
006007             "FILE STATUS " WS-DRVCLM-STATUS
006008         GO TO 4100-EXIT
006009     END-IF.
006010     IF DCLM-HDR-MERGED
006011         DISPLAY "ASCIIDRV - THE NIGHT PLAN FOR "
006012             DCLM-HDR-RUN-DATE " HAS ALREADY BEEN MERGED - "
006013             "RUN A NEW PLAN STEP FIRST"
006014         GO TO 4100-EXIT
006015     END-IF.
006016     MOVE DCLM-HDR-RUN-DATE TO WS-NIGHT-DATE.
006017     MOVE DCLM-HDR-STREAM-CNT TO WS-DRV-STREAM-COUNT.
006018     MOVE DCLM-HDR-REGION-CNT TO WS-WORK-COUNT.
006019     MOVE DCLM-HDR-AVERAGE-SECS TO WS-AVERAGE-SECS.
006020     MOVE DCLM-HDR-UNMATCHED TO WS-UNMATCHED-COUNT.
006021     MOVE DCLM-HDR-SEL-DROPPED TO WS-SEL-DROPPED-COUNT.
006022     MOVE DCLM-HDR-WORK-DROPPED TO WS-WORK-DROPPED-COUNT.
006023     PERFORM 4110-LOAD-ONE-PLAN-ENTRY THRU 4110-EXIT
006024         VARYING WS-WORK-IDX FROM 1 BY 1
006025         UNTIL WS-WORK-IDX > WS-WORK-COUNT
006026             OR WS-DRVCLM-STATUS NOT = "00".
006027     IF WS-DRVCLM-STATUS NOT = "00"
006028         DISPLAY "ASCIIDRV - NIGHT PLAN ENTRY MISSING FROM "
006029             "DRVCLM - FILE STATUS " WS-DRVCLM-STATUS
006030         GO TO 4100-EXIT
006031     END-IF.
006032     SET WS-PLAN-LOADED TO TRUE.
006033 4100-EXIT.
006034     EXIT.
006035*****************************************************************
006036* 4110-LOAD-ONE-PLAN-ENTRY - ONE PLANNED REGION, BY PLAN ORDER   *
006037*****************************************************************
006038 4110-LOAD-ONE-PLAN-ENTRY.
006039     MOVE SPACES TO DCLM-RECORD.
006040     SET DCLM-TYPE-PLAN TO TRUE.
006041     MOVE WS-WORK-IDX TO DCLM-SEQ.
006042     READ CLAIM-FILE
006043         INVALID KEY CONTINUE
006044     END-READ.
006045     IF WS-DRVCLM-STATUS NOT = "00"
006046         GO TO 4110-EXIT
006047     END-IF.
006048     MOVE DCLM-PLN-LABEL TO WS-WORK-LABEL(WS-WORK-IDX).
006049     MOVE DCLM-PLN-CARD TO WS-WORK-CARD(WS-WORK-IDX).
006050     MOVE DCLM-PLN-PRIORITY TO WS-WORK-PRIORITY(WS-WORK-IDX).
006051     MOVE DCLM-PLN-KNOWN-SW TO WS-WORK-KNOWN-SW(WS-WORK-IDX).
006052     MOVE DCLM-PLN-ELAPSED TO WS-WORK-ELAPSED(WS-WORK-IDX).
006053     MOVE DCLM-PLN-STREAM TO WS-WORK-STREAM(WS-WORK-IDX).
006054 4110-EXIT.
006055     EXIT.
006056*****************************************************************
006057* 4200-CLAIM-AND-RENDER - CLAIM ONE PLANNED REGION AND, IF THE   *
006058*                         CLAIM IS THIS STREAM'S, RENDER IT AND  *
006059*                         RECORD THE OUTCOME ON THE CLAIM        *
006060*****************************************************************
006061 4200-CLAIM-AND-RENDER.
006062     IF WS-OWN-PASS
006063         IF WS-WORK-STREAM(WS-WORK-IDX) NOT = WS-DRV-STREAM-NUM
006064             GO TO 4200-EXIT
006065         END-IF
006066     ELSE
006067         IF WS-WORK-STREAM(WS-WORK-IDX) = WS-DRV-STREAM-NUM
006068             GO TO 4200-EXIT
006069         END-IF
006070     END-IF.
006071     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
006072     ACCEPT WS-NOW-TIME FROM TIME.
006073     MOVE SPACES TO DCLM-RECORD.
006074     SET DCLM-TYPE-CLAIM TO TRUE.
006075     MOVE WS-WORK-IDX TO DCLM-SEQ.
006076     MOVE WS-WORK-LABEL(WS-WORK-IDX) TO DCLM-CLM-LABEL.
006077     MOVE WS-DRV-STREAM-NUM TO DCLM-CLM-STREAM.
006078     MOVE WS-WORK-STREAM(WS-WORK-IDX) TO DCLM-CLM-PLAN-STREAM.
006079     SET DCLM-CLM-IN-RENDER TO TRUE.
006080     MOVE ZERO TO DCLM-CLM-RETURN-CODE.
006081     MOVE WS-NOW-DATE TO DCLM-CLM-START-DATE.
006082     MOVE WS-NOW-TIME TO DCLM-CLM-START-TIME.
006083     MOVE ZERO TO DCLM-CLM-END-DATE.
006084     MOVE ZERO TO DCLM-CLM-END-TIME.
006085     MOVE ZERO TO DCLM-CLM-ELAPSED.
006086     MOVE DCLM-RECORD TO WS-CLAIM-SAVE.
006087*    THE WRITE IS THE CLAIM - A DUPLICATE KEY MEANS ANOTHER
006088*    STREAM ALREADY HOLDS THE REGION.
006089     WRITE DCLM-RECORD
006090         INVALID KEY CONTINUE
006091     END-WRITE.
006092     IF WS-DRVCLM-STATUS = "22"
006093         GO TO 4200-EXIT
006094     END-IF.
006095     IF WS-DRVCLM-STATUS NOT = "00"
006096         ADD 1 TO WS-CLAIM-ERROR-COUNT
006097         DISPLAY "ASCIIDRV - UNABLE TO CLAIM REGION "
006098             WS-WORK-LABEL(WS-WORK-IDX) " - FILE STATUS "
006099             WS-DRVCLM-STATUS " - NOT RENDERED BY THIS STREAM"
006100         GO TO 4200-EXIT
006101     END-IF.
006102     IF WS-OWN-PASS
006103         ADD 1 TO WS-OWN-COUNT
006104     ELSE
006105         ADD 1 TO WS-PICKED-COUNT
006106         DISPLAY "ASCIIDRV - STREAM " WS-DRV-STREAM-NUM
006107             " PICKING UP REGION " WS-WORK-LABEL(WS-WORK-IDX)
006108             " FROM STREAM " WS-WORK-STREAM(WS-WORK-IDX)
006109         MOVE WS-WORK-LABEL(WS-WORK-IDX) TO JRNL-REGION-LABEL
006110         STRING "PICKED UP FROM STREAM " DELIMITED BY SIZE
006111             WS-WORK-STREAM(WS-WORK-IDX) DELIMITED BY SIZE
006112             INTO JRNL-DETAIL
006113         END-STRING
006114         MOVE "NOTE" TO JRNL-EVENT-TYPE
006115         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
006116     END-IF.
006117     PERFORM 3000-RENDER-ONE-REGION THRU 3000-EXIT.
006118     PERFORM 4300-FINISH-CLAIM THRU 4300-EXIT.
006119 4200-EXIT.
006120     EXIT.
006121*****************************************************************
006122* 4300-FINISH-CLAIM - REWRITE THIS STREAM'S CLAIM WITH THE       *
006123*                     RENDER'S OUTCOME AND ELAPSED TIME          *
006124*****************************************************************
006125 4300-FINISH-CLAIM.
006126     MOVE WS-CLAIM-SAVE TO DCLM-RECORD.
006127     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
006128     ACCEPT WS-NOW-TIME FROM TIME.
006129     MOVE WS-NOW-DATE TO DCLM-CLM-END-DATE.
006130     MOVE WS-NOW-TIME TO DCLM-CLM-END-TIME.
006131     MOVE WS-RENDER-RC TO DCLM-CLM-RETURN-CODE.
006132     IF WS-RENDER-RC = ZERO
006133         SET DCLM-CLM-RENDERED TO TRUE
006134     ELSE
006135         IF WS-RENDER-RC = 4
006136             SET DCLM-CLM-DEFERRED TO TRUE
006137         ELSE
006138             SET DCLM-CLM-FAILED TO TRUE
006139         END-IF
006140     END-IF.
006141     PERFORM 4500-COMPUTE-ELAPSED THRU 4500-EXIT.
006142     ADD DCLM-CLM-ELAPSED TO WS-STREAM-ACTUAL.
006143     REWRITE DCLM-RECORD
006144         INVALID KEY CONTINUE
006145     END-REWRITE.
006146     IF WS-DRVCLM-STATUS NOT = "00"
006147         ADD 1 TO WS-CLAIM-ERROR-COUNT
006148         DISPLAY "ASCIIDRV - UNABLE TO RECORD THE OUTCOME OF "
006149             "REGION " WS-WORK-LABEL(WS-WORK-IDX)
006150             " - FILE STATUS " WS-DRVCLM-STATUS
006151     END-IF.
006152 4300-EXIT.
006153     EXIT.
006154*****************************************************************
006155* 4400-WRITE-STREAM-END - MARK THIS STREAM AS HAVING REACHED ITS *
006156*                         END. A STREAM RERUN AGAINST THE SAME   *
006157*                         PLAN REPLACES ITS EARLIER END RECORD.  *
006158*****************************************************************
006159 4400-WRITE-STREAM-END.
006160     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
006161     ACCEPT WS-NOW-TIME FROM TIME.
006162     MOVE SPACES TO DCLM-RECORD.
006163     SET DCLM-TYPE-STREAM-END TO TRUE.
006164     MOVE WS-DRV-STREAM-NUM TO DCLM-SEQ.
006165     MOVE WS-STREAM-START-DATE TO DCLM-END-START-DATE.
006166     MOVE WS-STREAM-START-TIME TO DCLM-END-START-TIME.
006167     MOVE WS-NOW-DATE TO DCLM-END-END-DATE.
006168     MOVE WS-NOW-TIME TO DCLM-END-END-TIME.
006169     MOVE WS-OWN-COUNT TO DCLM-END-OWN-CNT.
006170     MOVE WS-PICKED-COUNT TO DCLM-END-PICKED-CNT.
006171     MOVE WS-STREAM-RC TO DCLM-END-RETURN-CODE.
006172     WRITE DCLM-RECORD
006173         INVALID KEY CONTINUE
006174     END-WRITE.
006175     IF WS-DRVCLM-STATUS = "22"
006176         REWRITE DCLM-RECORD
006177             INVALID KEY CONTINUE
006178         END-REWRITE
006179     END-IF.
006180     IF WS-DRVCLM-STATUS NOT = "00"
006181         DISPLAY "ASCIIDRV - UNABLE TO RECORD THE END OF STREAM "
006182             WS-DRV-STREAM-NUM " - FILE STATUS " WS-DRVCLM-STATUS
006183     END-IF.
006184 4400-EXIT.
006185     EXIT.
006186*****************************************************************
006187* 4500-COMPUTE-ELAPSED - A CLAIM'S ELAPSED SECONDS FROM ITS      *
006188*                        START AND END STAMPS. A RENDER THAT     *
006189*                        RUNS PAST MIDNIGHT ENDS ON THE NEXT     *
006190*                        DAY'S CLOCK.                            *
006191*****************************************************************
006192 4500-COMPUTE-ELAPSED.
006193     MOVE DCLM-CLM-START-TIME TO WS-CLOCK-TIME.
006194     PERFORM 4510-CLOCK-SECONDS THRU 4510-EXIT.
006195     MOVE WS-CLOCK-SECS TO WS-START-SECS.
006196     MOVE DCLM-CLM-END-TIME TO WS-CLOCK-TIME.
006197     PERFORM 4510-CLOCK-SECONDS THRU 4510-EXIT.
006198     IF DCLM-CLM-END-DATE NOT = DCLM-CLM-START-DATE
006199         ADD 86400 TO WS-CLOCK-SECS
006200     END-IF.
006201     IF WS-CLOCK-SECS < WS-START-SECS
006202         MOVE ZERO TO DCLM-CLM-ELAPSED
006203     ELSE
006204         COMPUTE DCLM-CLM-ELAPSED = WS-CLOCK-SECS - WS-START-SECS
006205     END-IF.
006206 4500-EXIT.
006207     EXIT.
006208*****************************************************************
006209* 4510-CLOCK-SECONDS - HHMMSSHH CLOCK TIME TO SECONDS IN THE DAY *
006210*****************************************************************
006211 4510-CLOCK-SECONDS.
006212     COMPUTE WS-CLOCK-SECS = WS-CLOCK-HH * 3600
006213         + WS-CLOCK-MM * 60 + WS-CLOCK-SS + WS-CLOCK-HS / 100.
006214 4510-EXIT.
006215     EXIT.
006216*****************************************************************
006217* 5000-MERGE-STREAMS - AFTER EVERY STREAM HAS ENDED: WALK THE    *
006218*                      PLAN AND ITS CLAIMS, REPORT EACH STREAM'S *
006219*                      EXPECTED AND ACTUAL MINUTES AND EVERY     *
006220*                      REGION LEFT UNRENDERED, MERGE THE         *
006221*                      DEFERRED LIST IN PLAN ORDER, AND END THE  *
006222*                      STEP FOR THE NIGHT                        *
006223*****************************************************************
006224 5000-MERGE-STREAMS.
006225     OPEN I-O CLAIM-FILE.
006226     IF WS-DRVCLM-STATUS NOT = "00"
006227         DISPLAY "ASCIIDRV - UNABLE TO OPEN DRVCLM - "
006228             "FILE STATUS " WS-DRVCLM-STATUS " - NOTHING MERGED"
006229         MOVE 16 TO RETURN-CODE
006230         GO TO 5000-EXIT
006231     END-IF.
006232     PERFORM 4100-LOAD-NIGHT-PLAN THRU 4100-EXIT.
006233     IF NOT WS-PLAN-LOADED
006234         CLOSE CLAIM-FILE
006235         MOVE 16 TO RETURN-CODE
006236         GO TO 5000-EXIT
006237     END-IF.
006238*    THE PLAN STEP CLEARED THE NIGHT WITH RUN CONTROL AND LEFT IT
006239*    OPEN FOR THE STREAMS - THE MERGE RECORDS THE STEP'S END.
006240     MOVE "ASCIIDRV" TO RCTL-REQ-STEP.
006241     MOVE WS-NIGHT-DATE TO RCTL-REQ-RUN-DATE.
006242     SET RCTL-REQ-PROCEED TO TRUE.
006243     PERFORM 2720-CLEAR-ONE-STREAM THRU 2720-EXIT
006244         VARYING WS-STREAM-IDX FROM 1 BY 1
006245         UNTIL WS-STREAM-IDX > WS-DRV-STREAM-COUNT.
006246     MOVE ZERO TO WS-UNKNOWN-COUNT.
006247     PERFORM 5100-MERGE-ONE-REGION THRU 5100-EXIT
006248         VARYING WS-WORK-IDX FROM 1 BY 1
006249         UNTIL WS-WORK-IDX > WS-WORK-COUNT.
006250     PERFORM 5300-READ-STREAM-END THRU 5300-EXIT
006251         VARYING WS-STREAM-IDX FROM 1 BY 1
006252         UNTIL WS-STREAM-IDX > WS-DRV-STREAM-COUNT.
006253     MOVE SPACES TO DCLM-RECORD.
006254     SET DCLM-TYPE-HEADER TO TRUE.
006255     MOVE ZERO TO DCLM-SEQ.
006256     READ CLAIM-FILE
006257         INVALID KEY CONTINUE
006258     END-READ.
006259     IF WS-DRVCLM-STATUS = "00"
006260         SET DCLM-HDR-MERGED TO TRUE
006261         REWRITE DCLM-RECORD
006262             INVALID KEY CONTINUE
006263         END-REWRITE
006264     END-IF.
006265     IF WS-DRVCLM-STATUS NOT = "00"
006266         DISPLAY "ASCIIDRV - UNABLE TO MARK THE NIGHT PLAN "
006267             "MERGED - FILE STATUS " WS-DRVCLM-STATUS
006268     END-IF.
006269     CLOSE CLAIM-FILE.
006270     DISPLAY "ASCIIDRV - NIGHT " WS-NIGHT-DATE " MERGED FROM "
006271         WS-DRV-STREAM-COUNT " STREAMS".
006272     PERFORM 5200-REPORT-ONE-STREAM THRU 5200-EXIT
006273         VARYING WS-STREAM-IDX FROM 1 BY 1
006274         UNTIL WS-STREAM-IDX > WS-DRV-STREAM-COUNT.
006275     IF WS-UNKNOWN-COUNT > ZERO
006276         PERFORM 2950-REPORT-STAND-IN THRU 2950-EXIT
006277     END-IF.
006278     IF WS-INTERRUPTED-COUNT > ZERO
006279         DISPLAY "ASCIIDRV - REGIONS INTERRUPTED: "
006280             WS-INTERRUPTED-COUNT
006281     END-IF.
006282     IF WS-UNCLAIMED-COUNT > ZERO
006283         DISPLAY "ASCIIDRV - REGIONS NO STREAM CLAIMED: "
006284             WS-UNCLAIMED-COUNT
006285     END-IF.
006286     PERFORM 8000-TERMINATE THRU 8000-EXIT.
006287 5000-EXIT.
006288     EXIT.
006289*****************************************************************
006290* 5100-MERGE-ONE-REGION - ONE PLANNED REGION: ADD IT TO ITS      *
006291*                         PLANNED STREAM'S EXPECTED LOAD, AND    *
006292*                         ITS CLAIM'S OUTCOME AND ELAPSED TIME   *
006293*                         TO THE STREAM THAT RAN IT              *
006294*****************************************************************
006295 5100-MERGE-ONE-REGION.
006296     MOVE WS-WORK-STREAM(WS-WORK-IDX) TO WS-STREAM-IDX.
006297     PERFORM 2750-BALANCE-COST THRU 2750-EXIT.
006298     ADD WS-BALANCE-SECS TO WS-STRM-EXPECTED(WS-STREAM-IDX).
006299     ADD 1 TO WS-STRM-PLANNED(WS-STREAM-IDX).
006300     MOVE SPACES TO DCLM-RECORD.
006301     SET DCLM-TYPE-CLAIM TO TRUE.
006302     MOVE WS-WORK-IDX TO DCLM-SEQ.
006303     READ CLAIM-FILE
006304         INVALID KEY CONTINUE
006305     END-READ.
006306     IF WS-DRVCLM-STATUS NOT = "00"
006307         ADD 1 TO WS-UNCLAIMED-COUNT
006308         ADD 1 TO WS-FAILURE-COUNT
006309         DISPLAY "ASCIIDRV - REGION " WS-WORK-LABEL(WS-WORK-IDX)
006310             " NOT RENDERED - NO STREAM CLAIMED IT"
006311         MOVE WS-WORK-LABEL(WS-WORK-IDX) TO JRNL-REGION-LABEL
006312         MOVE "NO STREAM CLAIMED THE REGION" TO JRNL-DETAIL
006313         MOVE "REJECT" TO JRNL-EVENT-TYPE
006314         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
006315         GO TO 5100-EXIT
006316     END-IF.
006317     MOVE DCLM-CLM-STREAM TO WS-STREAM-IDX.
006318     ADD 1 TO WS-STRM-RAN(WS-STREAM-IDX).
006319     IF DCLM-CLM-STREAM NOT = DCLM-CLM-PLAN-STREAM
006320         ADD 1 TO WS-STRM-PICKED-UP(WS-STREAM-IDX)
006321     END-IF.
006322     IF DCLM-CLM-IN-RENDER
006323         ADD 1 TO WS-INTERRUPTED-COUNT
006324         ADD 1 TO WS-FAILURE-COUNT
006325         DISPLAY "ASCIIDRV - REGION " WS-WORK-LABEL(WS-WORK-IDX)
006326             " INTERRUPTED - STREAM " DCLM-CLM-STREAM
006327             " CLAIMED IT AND NEVER FINISHED"
006328         MOVE WS-WORK-LABEL(WS-WORK-IDX) TO JRNL-REGION-LABEL
006329         MOVE "CLAIMING STREAM NEVER FINISHED THE RENDER"
006330             TO JRNL-DETAIL
006331         MOVE "REJECT" TO JRNL-EVENT-TYPE
006332         PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT
006333         GO TO 5100-EXIT
006334     END-IF.
006335     ADD DCLM-CLM-ELAPSED TO WS-STRM-ACTUAL(WS-STREAM-IDX).
006336     ADD 1 TO WS-REGION-COUNT.
006337     IF DCLM-CLM-DEFERRED
006338         ADD 1 TO WS-DEFERRED-COUNT
006339         IF WS-DEFERRED-COUNT NOT > 200
006340             MOVE WS-WORK-LABEL(WS-WORK-IDX)
006341                 TO WS-DEFERRED-ENTRY(WS-DEFERRED-COUNT)
006342         END-IF
006343     END-IF.
006344     IF DCLM-CLM-FAILED
006345         ADD 1 TO WS-FAILURE-COUNT
006346         DISPLAY "ASCIIDRV - REGION " WS-WORK-LABEL(WS-WORK-IDX)
006347             " FAILED IN STREAM " DCLM-CLM-STREAM
006348             " - RETURN-CODE " DCLM-CLM-RETURN-CODE
006349     END-IF.
006350 5100-EXIT.
006351     EXIT.
006352*****************************************************************
006353* 5200-REPORT-ONE-STREAM - ONE STREAM'S EXPECTED AND ACTUAL      *
006354*                          MINUTES AND WHAT IT RAN               *
006355*****************************************************************
006356 5200-REPORT-ONE-STREAM.
006357     COMPUTE WS-EXPECTED-MINS ROUNDED =
006358         WS-STRM-EXPECTED(WS-STREAM-IDX) / 60.
006359     COMPUTE WS-ACTUAL-MINS ROUNDED =
006360         WS-STRM-ACTUAL(WS-STREAM-IDX) / 60.
006361     DISPLAY "ASCIIDRV - STREAM " WS-STREAM-IDX
006362         " EXPECTED " WS-EXPECTED-MINS " MIN"
006363         " ACTUAL " WS-ACTUAL-MINS " MIN"
006364         " - PLANNED " WS-STRM-PLANNED(WS-STREAM-IDX)
006365         " RAN " WS-STRM-RAN(WS-STREAM-IDX)
006366         " PICKED UP " WS-STRM-PICKED-UP(WS-STREAM-IDX).
006367     IF NOT WS-STRM-FINISHED(WS-STREAM-IDX)
006368         DISPLAY "ASCIIDRV - STREAM " WS-STREAM-IDX
006369             " NEVER REACHED ITS END - ITS UNCLAIMED REGIONS "
006370             "WERE LEFT TO THE OTHER STREAMS"
006371     END-IF.
006372 5200-EXIT.
006373     EXIT.
006374*****************************************************************
006375* 5300-READ-STREAM-END - NOTE WHETHER ONE STREAM REACHED ITS END *
006376*****************************************************************
006377 5300-READ-STREAM-END.
006378     MOVE SPACES TO DCLM-RECORD.
006379     SET DCLM-TYPE-STREAM-END TO TRUE.
006380     MOVE WS-STREAM-IDX TO DCLM-SEQ.
006381     READ CLAIM-FILE
006382         INVALID KEY CONTINUE
006383     END-READ.
006384     IF WS-DRVCLM-STATUS = "00"
006385         SET WS-STRM-FINISHED(WS-STREAM-IDX) TO TRUE
006386     END-IF.
006387 5300-EXIT.
006388     EXIT.
006389*****************************************************************
006390* 8000-TERMINATE - REPORT THE COUNTS                             *
006391*****************************************************************
006392 8000-TERMINATE.
006393     DISPLAY "ASCIIDRV - REGIONS RENDERED: " WS-REGION-COUNT.
006394     DISPLAY "ASCIIDRV - REGIONS FAILED:   " WS-FAILURE-COUNT.
006395     DISPLAY "ASCIIDRV - REGIONS DEFERRED: " WS-DEFERRED-COUNT.
006396     PERFORM 8100-REPORT-DEFERRED THRU 8100-EXIT
006397         VARYING WS-DEFERRED-IDX FROM 1 BY 1
006398         UNTIL WS-DEFERRED-IDX > WS-DEFERRED-COUNT
006399             OR WS-DEFERRED-IDX > 200.
006400     IF WS-DEFERRED-COUNT > 200
006401         DISPLAY "ASCIIDRV - ONLY THE FIRST 200 DEFERRED "
006402             "REGIONS ARE LISTED"
006403     END-IF.
006404*    A SELECT CARD THAT MATCHED NO CATALOG ENTRY MUST NOT LOOK
006405*    LIKE A CLEAN RUN - A MISTYPED LABEL ON A REQUEUE DECK
006406*    WOULD OTHERWISE SILENTLY RENDER NOTHING.
006407     PERFORM 8200-REPORT-UNMATCHED THRU 8200-EXIT
006408         VARYING WS-SELECT-IDX FROM 1 BY 1
006409         UNTIL WS-SELECT-IDX > WS-SELECT-COUNT.
006410     IF WS-UNMATCHED-COUNT > ZERO
006411         DISPLAY "ASCIIDRV - SELECT CARDS UNMATCHED: "
006412             WS-UNMATCHED-COUNT
006413     END-IF.
006414     IF WS-SEL-DROPPED-COUNT > ZERO
006415         DISPLAY "ASCIIDRV - SELECT CARDS NOT LOADED: "
006416             WS-SEL-DROPPED-COUNT
006417     END-IF.
006418     IF WS-WORK-DROPPED-COUNT > ZERO
006419         DISPLAY "ASCIIDRV - REGIONS DROPPED PAST THE WORK "
006420             "TABLE LIMIT: " WS-WORK-DROPPED-COUNT
006421     END-IF.
006422     IF WS-FAILURE-COUNT > ZERO
006423         MOVE 16 TO RETURN-CODE
006424     ELSE
006425         IF WS-UNMATCHED-COUNT > ZERO
006426             OR WS-SEL-DROPPED-COUNT > ZERO
006427             OR WS-WORK-DROPPED-COUNT > ZERO
006428             MOVE 8 TO RETURN-CODE
006429         ELSE
006430             IF WS-DEFERRED-COUNT > ZERO
006431                 MOVE 4 TO RETURN-CODE
006432             END-IF
006433         END-IF
006434     END-IF.
006435 8000-EXIT.
006436     EXIT.
006437*****************************************************************
006438* 8100-REPORT-DEFERRED - ONE LINE PER DEFERRED REGION, READY TO  *
006439*                        BECOME THE FOLLOW-ON RUN'S SELECT CARDS *
006440*****************************************************************
006450 8100-REPORT-DEFERRED.
006460     DISPLAY "ASCIIDRV - DEFERRED: "
006660     END-IF.
006670 8200-EXIT.
006680     EXIT.
006681*****************************************************************
006682* 9400-RECORD-RUN-CONTROL - RECORD THE STEP'S END, ITS CONDITION *
006683*                           CODE AND WHAT IT RAN AGAINST         *
006684*****************************************************************
006685 9400-RECORD-RUN-CONTROL.
006686     MOVE RETURN-CODE TO RCTL-REQ-COND-CODE.
006687     MOVE "RECORD" TO RCTL-REQ-FUNCTION.
006688     MOVE SPACES TO RCTL-REQ-INPUT-ID.
006689     STRING "REGNCAT - " DELIMITED BY SIZE
006690         WS-WORK-COUNT DELIMITED BY SIZE
006691         " REGIONS SELECTED" DELIMITED BY SIZE
006692         INTO RCTL-REQ-INPUT-ID
006693     END-STRING.
006694     CALL "RUNCTL" USING RCTL-REQUEST.
006695     MOVE RCTL-REQ-COND-CODE TO RETURN-CODE.
006696 9400-EXIT.
006697     EXIT.
006698*****************************************************************
006700* 9500-JOURNAL-EVENT - APPEND ONE STAMPED EVENT TO THE COMMON    *
006710*                      RUN-EVENT JOURNAL AND CLEAR THE EVENT     *
006720*                      FIELDS FOR THE NEXT CALLER                *
006830* 9999-EXIT - END OF JOB                                         *
006840*****************************************************************
006850 9999-EXIT.
006851*    A PLAN STEP LEAVES THE NIGHT OPEN FOR ITS STREAMS - THE MERGE
006852*    STEP RECORDS ITS END - UNLESS THE PLAN ITSELF FAILED.
006853     IF RCTL-REQ-PROCEED
006854         AND (NOT WS-DRV-PLAN OR RETURN-CODE NOT < 16)
006855         PERFORM 9400-RECORD-RUN-CONTROL THRU 9400-EXIT
006856     END-IF.
006860     MOVE "END" TO JRNL-EVENT-TYPE.
006870     MOVE RETURN-CODE TO JRNL-RETURN-CODE.
006880     PERFORM 9500-JOURNAL-EVENT THRU 9500-EXIT.
