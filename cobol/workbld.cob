000345*                     GAUGE ON FILE STILL GOES ON THE LIST -
000346*                     FLUX2'S GAUGE CHECK IS THE GATE, NOT THIS
000347*                     BUILDER.
000348*    2026-10-15  DPO  CARRY THE MASTER'S PRODUCTION LOT NUMBER
000349*                     (CM-LOT-NUMBER) ONTO THE COILIN RECORD
000350*                     (CS-LOT-NUMBER, NEW ON COILREC).
000351*    2026-10-15  DPO  A COIL ON THE GAUGE-CONTAINMENT FILE
000352*                     (CONTCOIL, WRITTEN BY CONTAIN WHEN A GAUGE
000353*                     FAILS CALIBRATION) IS SELECTED AS A
000354*                     CONTAINMENT RE-TEST - AFTER AN OPEN
000355*                     OUT-OF-SPEC ITEM, AHEAD OF A QA RETEST -
000356*                     UNTIL A READING DATED AFTER THE CONTAINMENT
000357*                     POSTS TO THE MASTER.
000358*    2026-10-15  DPO  A COIL REGISTERED FROM THE PLANT'S
000359*                     PRODUCTION-ORDER FILE (ORDLOAD) AND NOT YET
000360*                     TESTED IS SELECTED AS A FIRST-ARTICLE TEST,
000361*                     CUT FROM ITS NOMINAL MEASUREMENTS - AHEAD OF
000362*                     THE ROUTINE RULE'S "NEVER TESTED".
000363*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   GNUCOBOL.
000490     SELECT DISC-TRANS-FILE ASSIGN TO "DISCTRAN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DISC-STATUS.
000512     SELECT CONTAIN-COIL-FILE ASSIGN TO "CONTCOIL"
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS WS-CONTAIN-STATUS.
000520     SELECT WORK-LIST-FILE ASSIGN TO "COILINN"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT REPORT-FILE ASSIGN TO "WORKRPT"
000670     RECORDING MODE IS F.
000680     COPY DISCREC.
000690*
000691 FD  CONTAIN-COIL-FILE
000692     RECORDING MODE IS F.
000693     COPY CONTCOIL.
000694*
000700 FD  WORK-LIST-FILE
000710     RECORDING MODE IS F.
000720     COPY COILREC.
000790 77  WS-MASTER-STATUS         PIC X(02).
000800 77  WS-OOS-DISP-STATUS       PIC X(02).
000810 77  WS-DISC-STATUS           PIC X(02).
000815 77  WS-CONTAIN-STATUS        PIC X(02).
000820 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
000830 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000840 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
000920 77  WS-OOS-COUNT             PIC 9(03) VALUE ZERO.
000930 77  WS-RETEST-COUNT          PIC 9(03) VALUE ZERO.
000940 77  WS-DISC-COUNT            PIC 9(03) VALUE ZERO.
000945 77  WS-CONTAIN-COUNT         PIC 9(03) VALUE ZERO.
000950 77  WS-RUN-DATE-8            PIC 9(08).
000960 77  WS-RUN-TIME              PIC 9(08).
000970 77  WS-RUN-DAY-COUNT         PIC 9(08).
001410         10  RCT-MATCHED-FLAG PIC X(01).
001420             88  RCT-MATCHED          VALUE 'Y'.
001430*
001431 01  CONTAIN-COIL-TABLE.
001432     05  CCT-ENTRY OCCURS 200 TIMES.
001433         10  CCT-COIL-ID      PIC X(06).
001434         10  CCT-CONTAIN-DATE PIC 9(08).
001435         10  CCT-MATCHED-FLAG PIC X(01).
001436             88  CCT-MATCHED          VALUE 'Y'.
001437*
001440 01  DISC-COIL-TABLE.
001450     05  DCT-ENTRY OCCURS 200 TIMES.
001460         10  DCT-COIL-ID      PIC X(06).
002020     STOP RUN.
002030*
002040* ---------------------------------------------------------------
002050* 1000-INITIALIZE - OPEN FILES, LOAD THE OPEN OUT-OF-SPEC,
002060* DISCREPANCY AND CONTAINMENT COIL TABLES, CONVERT THE RUN DATE
002070* TO A DAY COUNT FOR THE 30-DAY RULE, AND PRIME THE MASTER WALK.
002080* A MISSING COIL MASTER MEANS THERE IS NOTHING TO BUILD FROM.
002090* ---------------------------------------------------------------
002100 1000-INITIALIZE.
002110     OPEN OUTPUT REPORT-FILE.
002170     MOVE SPACES TO OOS-COIL-TABLE.
002180     MOVE SPACES TO RETEST-COIL-TABLE.
002190     MOVE SPACES TO DISC-COIL-TABLE.
002195     MOVE SPACES TO CONTAIN-COIL-TABLE.
002200     CALL "DATECONV" USING WS-RUN-DATE-8 WS-RUN-DAY-COUNT
002210         WS-DATE-RETURN-CODE.
002220     PERFORM 1200-LOAD-OOS-TABLE THRU 1200-EXIT.
002230     PERFORM 1400-LOAD-DISC-TABLE THRU 1400-EXIT.
002235     PERFORM 1700-LOAD-CONTAIN-TABLE THRU 1700-EXIT.
002240     OPEN INPUT COIL-MASTER-FILE.
002250     IF WS-MASTER-STATUS = "35"
002260         DISPLAY "WORKBLD - WARNING - NO COIL MASTER FILE - "
003270*
003280* ---------------------------------------------------------------
003290* 2000-SELECT-COIL - APPLY THE RE-TEST RULES TO ONE MASTER COIL,
003300* IN PRIORITY ORDER: AN OPEN OUT-OF-SPEC ITEM BEATS A GAUGE
003305* CONTAINMENT BEATS A QA RETEST BEATS A RECONCILIATION
003310* DISCREPANCY BEATS A FIRST-ARTICLE TEST OF A COIL REGISTERED
003315* FROM A PRODUCTION ORDER BEATS THE ROUTINE 30-DAY RULE.  A
003320* SELECTED COIL GOES ON THE WORK LIST (OR THE HAND-ENTRY LIST
003330* WHEN THE MASTER HOLDS NO USABLE MEASUREMENTS FOR IT).  A
003332* SCRAPPED OR RETIRED COIL NEVER REACHES THE RULES AT ALL -
003382     IF NOT CM-STATUS-SCRAPPED AND NOT CM-STATUS-RETIRED
003390         PERFORM 2100-CHECK-OOS-RULE THRU 2100-EXIT
003400         IF COIL-NOT-SELECTED
003402             PERFORM 2180-CHECK-CONTAIN-RULE THRU 2180-EXIT
003404         END-IF
003406         IF COIL-NOT-SELECTED
003410             PERFORM 2170-CHECK-RETEST-RULE THRU 2170-EXIT
003420         END-IF
003430         IF COIL-NOT-SELECTED
003440             PERFORM 2200-CHECK-DISC-RULE THRU 2200-EXIT
003450         END-IF
003460         IF COIL-NOT-SELECTED
003462             PERFORM 2280-CHECK-FIRST-ARTICLE THRU 2280-EXIT
003464         END-IF
003466         IF COIL-NOT-SELECTED
003470             PERFORM 2300-CHECK-ROUTINE-RULE THRU 2300-EXIT
003480         END-IF
003485     END-IF.
003540     EXIT.
003550*
003560* ---------------------------------------------------------------
003570* 2050-MARK-TABLES - NOTE, IN EVERY SELECTION TABLE, THAT
003580* THIS COIL EXISTS ON THE MASTER.  THE SWEEP AFTER THE WALK
003590* LISTS WHATEVER WAS NEVER MARKED, SO A FINDING AGAINST A COIL
003600* WITH NO MASTER RECORD STILL REACHES THE WORKSHEET.
003690     PERFORM 2080-MARK-DISC-ENTRY THRU 2080-EXIT
003700         VARYING WS-SUB FROM 1 BY 1
003710         UNTIL WS-SUB > WS-DISC-COUNT.
003712     PERFORM 2090-MARK-CONTAIN-ENTRY THRU 2090-EXIT
003714         VARYING WS-SUB FROM 1 BY 1
003716         UNTIL WS-SUB > WS-CONTAIN-COUNT.
003720 2050-EXIT.
003730     EXIT.
003740*
003930 2080-EXIT.
003940     EXIT.
003950*
003951 2090-MARK-CONTAIN-ENTRY.
003952     IF CCT-COIL-ID (WS-SUB) = CM-COIL-ID
003953         SET CCT-MATCHED (WS-SUB) TO TRUE
003954     END-IF.
003955 2090-EXIT.
003956     EXIT.
003957*
003960 2100-CHECK-OOS-RULE.
003970     PERFORM 2150-MATCH-OOS-COIL THRU 2150-EXIT
003980         VARYING WS-SUB FROM 1 BY 1
005050         MOVE CM-UOM-FLAG TO CS-UOM-FLAG
005060         MOVE CM-PART-NUMBER TO CS-PART-NUMBER
005065         MOVE CM-GAUGE-ID TO CS-GAUGE-ID
005067         MOVE CM-LOT-NUMBER TO CS-LOT-NUMBER
005070         WRITE COIL-SPEC-RECORD
005080         ADD 1 TO WS-SELECTED-COUNT
005090     ELSE
005350*
005360* ---------------------------------------------------------------
005370* 5000-SWEEP-UNMATCHED - AFTER THE MASTER WALK, LIST EVERY OPEN
005380* OUT-OF-SPEC ITEM, RETEST DISPOSITION, DISCREPANCY AND
005390* CONTAINMENT WHOSE COIL NEVER TURNED UP ON THE MASTER.  THOSE
005400* COILS CANNOT GO ON THE AUTOMATIC WORK LIST (THERE ARE NO STORED
005410* MEASUREMENTS), BUT THE WHOLE POINT OF THIS PROGRAM IS THAT
005420* FINDINGS STOP DYING BETWEEN SYSTEMS - SO THEY GO ON THE
005430* WORKSHEET FOR HAND ENTRY.  A COIL APPEARING TWICE IN THE SAME
005440* TABLE IS LISTED ONCE.
005450* ---------------------------------------------------------------
005460 5000-SWEEP-UNMATCHED.
005470     PERFORM 5100-SWEEP-OOS-ENTRY THRU 5100-EXIT
005530     PERFORM 5300-SWEEP-DISC-ENTRY THRU 5300-EXIT
005540         VARYING WS-SUB FROM 1 BY 1
005550         UNTIL WS-SUB > WS-DISC-COUNT.
005552     PERFORM 5400-SWEEP-CONTAIN-ENTRY THRU 5400-EXIT
005554         VARYING WS-SUB FROM 1 BY 1
005556         UNTIL WS-SUB > WS-CONTAIN-COUNT.
005560 5000-EXIT.
005570     EXIT.
005580*
006240     END-IF.
006250 5360-EXIT.
006260     EXIT.
006261*
006262 5400-SWEEP-CONTAIN-ENTRY.
006263     IF NOT CCT-MATCHED (WS-SUB)
006264         MOVE CCT-COIL-ID (WS-SUB) TO WS-SWEEP-COIL-ID
006265         MOVE "CONTAINMENT - NOT ON MASTER" TO WS-SELECT-REASON
006266         PERFORM 5500-PRINT-UNMATCHED-LINE THRU 5500-EXIT
006267     END-IF.
006268 5400-EXIT.
006269     EXIT.
006270*
006280 5500-PRINT-UNMATCHED-LINE.
006290     MOVE WS-SWEEP-COIL-ID TO DL-COIL-ID.
007010     CALL "RUNLOG" USING RUN-STAT-RECORD.
007020 8600-EXIT.
007030     EXIT.
007040*
007050* ---------------------------------------------------------------
007060* 1700-LOAD-CONTAIN-TABLE - COILS PUT UNDER CONTAINMENT WHEN A
007070* GAUGE THAT MEASURED THEM FAILED CALIBRATION.  A COIL CONTAINED
007080* MORE THAN ONCE KEEPS ITS LATEST CONTAINMENT DATE.  NO CONTCOIL
007090* FILE MEANS NO GAUGE HAS FAILED.
007100* ---------------------------------------------------------------
007110 1700-LOAD-CONTAIN-TABLE.
007120     OPEN INPUT CONTAIN-COIL-FILE.
007130     IF WS-CONTAIN-STATUS = "35"
007140         SET FILE-EOF-YES TO TRUE
007150     ELSE
007160         SET FILE-EOF-NO TO TRUE
007170         PERFORM 1750-READ-CONTAIN THRU 1750-EXIT
007180         PERFORM 1800-STORE-CONTAIN-COIL THRU 1800-EXIT
007190             UNTIL FILE-EOF-YES
007200         CLOSE CONTAIN-COIL-FILE
007210     END-IF.
007220 1700-EXIT.
007230     EXIT.
007240*
007250 1750-READ-CONTAIN.
007260     READ CONTAIN-COIL-FILE
007270         AT END
007280             SET FILE-EOF-YES TO TRUE
007290     END-READ.
007300 1750-EXIT.
007310     EXIT.
007320*
007330 1800-STORE-CONTAIN-COIL.
007340     SET DUP-NOT-FOUND TO TRUE.
007350     PERFORM 1850-MATCH-CONTAIN-COIL THRU 1850-EXIT
007360         VARYING WS-SUB FROM 1 BY 1
007370         UNTIL WS-SUB > WS-CONTAIN-COUNT OR DUP-FOUND.
007380     IF DUP-NOT-FOUND
007390         IF WS-CONTAIN-COUNT < WS-TABLE-MAX
007400             ADD 1 TO WS-CONTAIN-COUNT
007410             MOVE CC-COIL-ID TO CCT-COIL-ID (WS-CONTAIN-COUNT)
007420             MOVE CC-CONTAIN-DATE
007430                 TO CCT-CONTAIN-DATE (WS-CONTAIN-COUNT)
007440         ELSE
007450             DISPLAY "WORKBLD - WARNING - CONTAINMENT TABLE FULL "
007460                 "- COIL " CC-COIL-ID " DROPPED"
007470         END-IF
007480     END-IF.
007490     PERFORM 1750-READ-CONTAIN THRU 1750-EXIT.
007500 1800-EXIT.
007510     EXIT.
007520*
007530 1850-MATCH-CONTAIN-COIL.
007540     IF CCT-COIL-ID (WS-SUB) = CC-COIL-ID
007550         SET DUP-FOUND TO TRUE
007560         IF CC-CONTAIN-DATE > CCT-CONTAIN-DATE (WS-SUB)
007570             MOVE CC-CONTAIN-DATE TO CCT-CONTAIN-DATE (WS-SUB)
007580         END-IF
007590     END-IF.
007600 1850-EXIT.
007610     EXIT.
007620*
007630* ---------------------------------------------------------------
007640* 2180-CHECK-CONTAIN-RULE - A COIL MEASURED BY A GAUGE THAT LATER
007650* FAILED CALIBRATION STAYS ON THE LIST UNTIL A READING DATED
007660* AFTER THE CONTAINMENT POSTS TO THE MASTER.  A READING DATED ON
007670* OR BEFORE THE CONTAINMENT MAY WELL BE THE SUSPECT ONE.
007680* ---------------------------------------------------------------
007690 2180-CHECK-CONTAIN-RULE.
007700     PERFORM 2185-MATCH-CONTAIN-COIL THRU 2185-EXIT
007710         VARYING WS-SUB FROM 1 BY 1
007720         UNTIL WS-SUB > WS-CONTAIN-COUNT OR COIL-SELECTED.
007730 2180-EXIT.
007740     EXIT.
007750*
007760 2185-MATCH-CONTAIN-COIL.
007770     IF CCT-COIL-ID (WS-SUB) = CM-COIL-ID
007780         IF CM-HISTORY-COUNT = ZERO
007790                 OR CM-HIST-DATE (CM-HISTORY-COUNT) NOT >
007800                     CCT-CONTAIN-DATE (WS-SUB)
007810             SET COIL-SELECTED TO TRUE
007820             MOVE "GAUGE CONTAINMENT - RE-TEST"
007830                 TO WS-SELECT-REASON
007840         END-IF
007850     END-IF.
007860 2185-EXIT.
007870     EXIT.
007880*
007890* ---------------------------------------------------------------
007900* 2280-CHECK-FIRST-ARTICLE - A COIL REGISTERED FROM A PRODUCTION
007910* ORDER (STATUS N) HAS NOT BEEN TESTED YET; ITS FIRST TEST IS A
007920* FIRST-ARTICLE TEST, RUN FROM THE NOMINAL MEASUREMENTS THE PLANT
007930* SENT.  MASTUPD SETS THE COIL ACTIVE WHEN THAT READING POSTS.
007940* ---------------------------------------------------------------
007950 2280-CHECK-FIRST-ARTICLE.
007960     IF CM-STATUS-REGISTERED
007970         SET COIL-SELECTED TO TRUE
007980         MOVE "FIRST ARTICLE - NEW COIL" TO WS-SELECT-REASON
007990     END-IF.
008000 2280-EXIT.
008010     EXIT.
