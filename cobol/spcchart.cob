000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SPCCHART.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - STATISTICAL PROCESS CONTROL
000100*                     CHARTS.  CAPRPT JUDGES A PART AGAINST ITS
000110*                     SPEC LIMITS, WHICH ONLY SHOWS TROUBLE ONCE
000120*                     COILS FAIL; THIS RUN WATCHES THE PROCESS
000130*                     ITSELF.  COILHIST IS SORTED BY PART, TEST
000140*                     BENCH AND TEST DATE, AND EACH PART'S
000150*                     READINGS ON ONE BENCH ON ONE DAY FORM A
000160*                     SUBGROUP (X-BAR AND RANGE).  THE CENTER LINE
000170*                     AND PROCESS SIGMA COME FROM THE PART'S
000180*                     BASELINE PERIOD ON SPCBASE, COMPUTED ONCE
000190*                     (MEAN OF THE X-BARS; MEAN OF RANGE / D2) AND
000200*                     STORED ON THE NEXT GENERATION (SPCBASEN), SO
000210*                     LATER DATA NEVER MOVES THE LIMITS.  EVERY
000220*                     SUBGROUP AFTER THE BASELINE IS JUDGED BY THE
000230*                     RUN RULES - A POINT BEYOND 3 SIGMA, 2 OF 3
000240*                     BEYOND 2 SIGMA ON ONE SIDE, 8 IN A ROW ON
000250*                     ONE SIDE, 6 IN A ROW TRENDING - AND ITS
000260*                     RANGE AGAINST THE R-CHART UPPER LIMIT.  THE
000270*                     LAST 30 DAYS PRINT AS A CHART PER PART AND
000280*                     BENCH (SPCRPT); EACH NEW SIGNAL IS APPENDED
000290*                     TO THE ALARM FILE (SPCALARM) FOR MONTHRPT.
000292*                     A RETEST OF A RETURNED COIL (COILHIST RMA
000294*                     RETEST FLAG) IS NOT PART OF THE PROCESS AND
000296*                     IS LEFT OUT OF BOTH THE BASELINE AND THE
000298*                     CHARTS.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   GNUCOBOL.
000340 OBJECT-COMPUTER.   GNUCOBOL.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT HISTORY-FILE ASSIGN TO "COILHIST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS CH-HIST-KEY
000410         FILE STATUS IS WS-HISTORY-STATUS.
000420     SELECT SORTED-SPC-FILE ASSIGN TO "CHISTSPC"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT BASELINE-FILE ASSIGN TO "SPCBASE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-BASE-STATUS.
000470     SELECT NEW-BASELINE-FILE ASSIGN TO "SPCBASEN"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT ALARM-FILE ASSIGN TO "SPCALARM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ALARM-STATUS.
000520     SELECT REPORT-FILE ASSIGN TO "SPCRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK5".
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 SD  SORT-WORK-FILE.
000590     COPY COILHIST REPLACING
000600         COIL-HISTORY-RECORD BY SORT-WORK-RECORD
000610         CH-HIST-KEY BY SW-HIST-KEY
000620         CH-COIL-ID BY SW-COIL-ID
000630         CH-TEST-DATE BY SW-TEST-DATE
000640         CH-FLUX-DENSITY BY SW-FLUX-DENSITY
000650         CH-PART-NUMBER BY SW-PART-NUMBER
000660         CH-OPERATOR-ID BY SW-OPERATOR-ID
000670         CH-LOT-NUMBER BY SW-LOT-NUMBER
000680         CH-GAUGE-ID BY SW-GAUGE-ID
000690         CH-BENCH-ID BY SW-BENCH-ID
000695         CH-RMA-RETEST-FLAG BY SW-RMA-RETEST-FLAG.
000700*
000710 FD  HISTORY-FILE.
000720     COPY COILHIST.
000730*
000740 FD  SORTED-SPC-FILE
000750     RECORDING MODE IS F.
000760     COPY COILHIST REPLACING
000770         COIL-HISTORY-RECORD BY SORTED-SPC-RECORD
000780         CH-HIST-KEY BY SP-HIST-KEY
000790         CH-COIL-ID BY SP-COIL-ID
000800         CH-TEST-DATE BY SP-TEST-DATE
000810         CH-FLUX-DENSITY BY SP-FLUX-DENSITY
000820         CH-PART-NUMBER BY SP-PART-NUMBER
000830         CH-OPERATOR-ID BY SP-OPERATOR-ID
000840         CH-LOT-NUMBER BY SP-LOT-NUMBER
000850         CH-GAUGE-ID BY SP-GAUGE-ID
000860         CH-BENCH-ID BY SP-BENCH-ID
000865         CH-RMA-RETEST-FLAG BY SP-RMA-RETEST-FLAG.
000870*
000880 FD  BASELINE-FILE
000890     RECORDING MODE IS F.
000900     COPY SPCBASE.
000910*
000920 FD  NEW-BASELINE-FILE
000930     RECORDING MODE IS F.
000940     COPY SPCBASE REPLACING
000950         SPC-BASELINE-RECORD BY NEW-BASELINE-RECORD
000960         SB-PART-NUMBER BY NB-PART-NUMBER
000970         SB-BASE-FROM-DATE BY NB-BASE-FROM-DATE
000980         SB-BASE-TO-DATE BY NB-BASE-TO-DATE
000990         SB-SET-BY BY NB-SET-BY
001000         SB-LIMIT-DATE BY NB-LIMIT-DATE
001010         SB-CENTER-LINE BY NB-CENTER-LINE
001020         SB-SIGMA BY NB-SIGMA
001030         SB-SUBGROUPS BY NB-SUBGROUPS
001040         SB-READINGS BY NB-READINGS
001050         SB-LAST-CHART-DATE BY NB-LAST-CHART-DATE.
001060*
001070 FD  ALARM-FILE
001080     RECORDING MODE IS F.
001090     COPY SPCALARM.
001100*
001110 FD  REPORT-FILE
001120     RECORDING MODE IS F.
001130 01  REPORT-RECORD               PIC X(80).
001140*
001150 WORKING-STORAGE SECTION.
001160 77  WS-HISTORY-STATUS        PIC X(02).
001170 77  WS-BASE-STATUS           PIC X(02).
001180 77  WS-ALARM-STATUS          PIC X(02).
001190 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
001200 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
001210 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
001220 77  WS-SUB                   PIC 9(03).
001230 77  WS-BLT-SUB               PIC 9(03).
001240 77  WS-NCT-SUB               PIC 9(03).
001250 77  WS-TABLE-MAX             PIC 9(03) VALUE 200.
001260 77  WS-BASE-COUNT            PIC 9(03) VALUE ZERO.
001270 77  WS-NOT-CHARTED-COUNT     PIC 9(03) VALUE ZERO.
001280 77  WS-CHART-DAYS            PIC 9(03) VALUE 30.
001290 77  WS-MIN-BASE-SUBGROUPS    PIC 9(04) VALUE 20.
001300 77  WS-LIMITS-NEEDED-COUNT   PIC 9(03) VALUE ZERO.
001310 77  WS-LIMITS-SET-COUNT      PIC 9(03) VALUE ZERO.
001320 77  WS-PARTS-CHARTED         PIC 9(05) VALUE ZERO.
001330 77  WS-HIST-READ-COUNT       PIC 9(07) VALUE ZERO.
001340 77  WS-SUBGROUP-COUNT        PIC 9(07) VALUE ZERO.
001350 77  WS-BASE-PERIOD-COUNT     PIC 9(07) VALUE ZERO.
001360 77  WS-LATE-COUNT            PIC 9(07) VALUE ZERO.
001370 77  WS-UNCHARTED-SUBGROUPS   PIC 9(07) VALUE ZERO.
001380 77  WS-POINT-COUNT           PIC 9(07) VALUE ZERO.
001390 77  WS-SIGNAL-POINT-COUNT    PIC 9(07) VALUE ZERO.
001400 77  WS-PRINTED-COUNT         PIC 9(07) VALUE ZERO.
001410 77  WS-ALARM-COUNT           PIC 9(07) VALUE ZERO.
001420 77  WS-RUN-DATE-8            PIC 9(08).
001430 77  WS-RUN-TIME              PIC 9(08).
001440 77  WS-RUN-DAY-COUNT         PIC 9(08).
001450 77  WS-WINDOW-START-DAY      PIC 9(08).
001460 77  WS-POINT-DAY-COUNT       PIC 9(08).
001470 77  WS-DATE-RETURN-CODE      PIC 9(02).
001480 77  WS-PREV-PART-NUMBER      PIC X(06).
001490 77  WS-PREV-BENCH-ID         PIC X(02).
001500 77  WS-FIND-PART-NUMBER      PIC X(06).
001510 77  WS-CONST-SUB             PIC 9(02).
001520 77  WS-D2                    PIC 9V999.
001530 77  WS-D4                    PIC 9V999.
001540 77  WS-RANGE-SIGMA           PIC 9(02)V9(06).
001550 77  WS-RANGE-UCL             PIC 9(04)V9999.
001560 77  WS-SIGMA-XBAR            PIC 9(02)V9(06).
001570 77  WS-Z                     PIC S9(05)V9(04).
001580 77  WS-STRIP-POS             PIC 9(02).
001590 77  WS-ZONE-NOW              PIC X(01).
001600 77  WS-ZONE-PLUS             PIC 9(01).
001610 77  WS-ZONE-MINUS            PIC 9(01).
001620 77  WS-SIDE-NOW              PIC X(01).
001630 77  WS-LAST-SIDE             PIC X(01).
001640 77  WS-SIDE-RUN              PIC 9(03).
001650 77  WS-TREND-DIR             PIC X(01).
001660 77  WS-TREND-RUN             PIC 9(03).
001670 77  WS-PREV-XBAR             PIC 9(04)V9999.
001680 77  WS-RULE-POS              PIC 9(02).
001690 77  WS-RULE-SUB              PIC 9(01).
001700*
001710     COPY RUNPARM.
001720*
001730 01  WS-PARM-RETURN-CODE      PIC 9(02).
001740     88  PARMS-LOADED                 VALUE ZERO.
001750     88  PARM-DEFAULTS-USED           VALUE 01.
001760*
001770 01  WS-SWITCHES.
001780     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001790         88  EOF-YES                    VALUE 'Y'.
001800         88  EOF-NO                     VALUE 'N'.
001810     05  WS-HISTORY-SWITCH    PIC X(01) VALUE 'N'.
001820         88  HISTORY-PRESENT            VALUE 'Y'.
001830         88  HISTORY-ABSENT             VALUE 'N'.
001840     05  WS-PART-FOUND-SWITCH PIC X(01) VALUE 'N'.
001850         88  PART-FOUND                 VALUE 'Y'.
001860         88  PART-NOT-FOUND             VALUE 'N'.
001870     05  WS-CHARTABLE-SWITCH  PIC X(01) VALUE 'N'.
001880         88  PART-CHARTABLE             VALUE 'Y'.
001890         88  PART-NOT-CHARTABLE         VALUE 'N'.
001900     05  WS-BENCH-HEAD-SWITCH PIC X(01) VALUE 'N'.
001910         88  BENCH-HEADED               VALUE 'Y'.
001920         88  BENCH-NOT-HEADED           VALUE 'N'.
001930     05  WS-FIRST-POINT-SWITCH PIC X(01) VALUE 'Y'.
001940         88  FIRST-POINT                VALUE 'Y'.
001950         88  NOT-FIRST-POINT            VALUE 'N'.
001960     05  WS-HEAD-SWITCH       PIC X(01) VALUE 'R'.
001970         88  HEAD-RUN-ONLY              VALUE 'R'.
001980         88  HEAD-PART                  VALUE 'P'.
001990         88  HEAD-BENCH                 VALUE 'B'.
002000*
002010* ONE SUBGROUP - ONE PART ON ONE BENCH ON ONE DAY - AS BUILT BY
002020* 4000-BUILD-SUBGROUP FROM THE SORTED HISTORY.
002030*
002040 01  WS-SUBGROUP.
002050     05  SG-PART-NUMBER       PIC X(06).
002060     05  SG-BENCH-ID          PIC X(02).
002070     05  SG-TEST-DATE         PIC 9(08).
002080     05  SG-SIZE              PIC 9(03).
002090     05  SG-SUM               PIC 9(07)V9999.
002100     05  SG-LOW               PIC 9(04)V9999.
002110     05  SG-HIGH              PIC 9(04)V9999.
002120     05  SG-XBAR              PIC 9(04)V9999.
002130     05  SG-RANGE             PIC 9(04)V9999.
002140*
002150* THE BASELINES ARE FEW AND SEQUENTIAL, SO THEY ARE HELD FOR THE
002160* WHOLE RUN.  BLT-STATE SAYS WHETHER THE PART CAN BE CHARTED:
002170* S = LIMITS STORED ON AN EARLIER RUN, C = LIMITS COMPUTED BY THIS
002180* RUN, N = LIMITS STILL TO BE COMPUTED, U = BASELINE PERIOD TOO
002190* THIN TO GIVE LIMITS, O = BASELINE PERIOD NOT YET OVER, B = THE
002200* PERIOD DATES ARE NOT VALID.  THE ACC- FIELDS GATHER THE
002210* BASELINE SUBGROUPS; BLT-NEW-CHART-DATE IS THE NEWEST SUBGROUP
002220* JUDGED BY THIS RUN.
002230*
002240 01  BASELINE-TABLE.
002250     05  BLT-ENTRY OCCURS 200 TIMES.
002260         10  BLT-PART-NUMBER  PIC X(06).
002270         10  BLT-BASE-FROM    PIC 9(08).
002280         10  BLT-BASE-TO      PIC 9(08).
002290         10  BLT-SET-BY       PIC X(08).
002300         10  BLT-LIMIT-DATE   PIC 9(08).
002310         10  BLT-CENTER-LINE  PIC 9(04)V9999.
002320         10  BLT-SIGMA        PIC 9(02)V9(06).
002330         10  BLT-SUBGROUPS    PIC 9(04).
002340         10  BLT-READINGS     PIC 9(05).
002350         10  BLT-LAST-CHART-DATE PIC 9(08).
002360         10  BLT-NEW-CHART-DATE PIC 9(08).
002370         10  BLT-STATE        PIC X(01).
002380             88  BLT-LIMITS-STORED    VALUE 'S'.
002390             88  BLT-LIMITS-SET-NOW   VALUE 'C'.
002400             88  BLT-LIMITS-NEEDED    VALUE 'N'.
002410             88  BLT-LIMITS-UNUSABLE  VALUE 'U'.
002420             88  BLT-PERIOD-OPEN      VALUE 'O'.
002430             88  BLT-PERIOD-BAD       VALUE 'B'.
002440             88  BLT-CHARTABLE        VALUES 'S' 'C'.
002450         10  BLT-ACC-SUBGROUPS PIC 9(04).
002460         10  BLT-ACC-RANGED   PIC 9(04).
002470         10  BLT-ACC-READINGS PIC 9(05).
002480         10  BLT-ACC-XBAR-SUM PIC 9(08)V9999.
002490         10  BLT-ACC-SIGMA-SUM PIC 9(06)V9(06).
002500*
002510 01  NOT-CHARTED-TABLE.
002520     05  NCT-ENTRY OCCURS 200 TIMES.
002530         10  NCT-PART-NUMBER  PIC X(06).
002540         10  NCT-SUBGROUPS    PIC 9(05).
002550         10  NCT-REASON       PIC X(40).
002560*
002570* CONTROL-CHART CONSTANTS BY SUBGROUP SIZE 2 THROUGH 25: D2
002580* (RANGE / SIGMA) THEN D4 (R-CHART UPPER LIMIT / MEAN RANGE).  A
002590* SUBGROUP LARGER THAN 25 USES THE SIZE-25 CONSTANTS.
002600*
002610 01  SPC-CONSTANT-VALUES.
002620     05  FILLER               PIC X(08) VALUE "11283267".
002630     05  FILLER               PIC X(08) VALUE "16932574".
002640     05  FILLER               PIC X(08) VALUE "20592282".
002650     05  FILLER               PIC X(08) VALUE "23262114".
002660     05  FILLER               PIC X(08) VALUE "25342004".
002670     05  FILLER               PIC X(08) VALUE "27041924".
002680     05  FILLER               PIC X(08) VALUE "28471864".
002690     05  FILLER               PIC X(08) VALUE "29701816".
002700     05  FILLER               PIC X(08) VALUE "30781777".
002710     05  FILLER               PIC X(08) VALUE "31731744".
002720     05  FILLER               PIC X(08) VALUE "32581717".
002730     05  FILLER               PIC X(08) VALUE "33361693".
002740     05  FILLER               PIC X(08) VALUE "34071672".
002750     05  FILLER               PIC X(08) VALUE "34721653".
002760     05  FILLER               PIC X(08) VALUE "35321637".
002770     05  FILLER               PIC X(08) VALUE "35881622".
002780     05  FILLER               PIC X(08) VALUE "36401608".
002790     05  FILLER               PIC X(08) VALUE "36891597".
002800     05  FILLER               PIC X(08) VALUE "37351585".
002810     05  FILLER               PIC X(08) VALUE "37781575".
002820     05  FILLER               PIC X(08) VALUE "38191566".
002830     05  FILLER               PIC X(08) VALUE "38581557".
002840     05  FILLER               PIC X(08) VALUE "38951548".
002850     05  FILLER               PIC X(08) VALUE "39311541".
002860 01  SPC-CONSTANT-TABLE REDEFINES SPC-CONSTANT-VALUES.
002870     05  SPC-CONSTANT OCCURS 24 TIMES.
002880         10  SPC-D2           PIC 9V999.
002890         10  SPC-D4           PIC 9V999.
002900*
002910* THE LAST THREE POINTS' 2-SIGMA ZONE (+, - OR SPACE), OLDEST
002920* FIRST, FOR THE 2-OF-3 RULE.  WS-RULE-TEXT CARRIES ONE POINT'S
002930* SIGNALS: 1 IN POSITION 1, 2 IN 3, 3 IN 5, 4 IN 7, R IN 9.
002940*
002950 01  WS-ZONE-HISTORY          PIC X(03).
002960 01  WS-ZONE-WORK             PIC X(03).
002970 01  WS-RULE-TEXT             PIC X(14).
002980*
002990 01  WS-RULE-ALARM-TOTALS.
003000     05  WS-RULE-ALARMS       PIC 9(07) OCCURS 5 TIMES.
003010*
003020 01  WS-STRIP-TEMPLATE        PIC X(25) VALUE
003030     " |   :      +      :   | ".
003040 01  WS-STRIP.
003050     05  WS-STRIP-CHAR        PIC X(01) OCCURS 25 TIMES.
003060*
003070 01  WS-RUN-DATE.
003080     05  WS-RUN-YY            PIC 9(02).
003090     05  WS-RUN-MM            PIC 9(02).
003100     05  WS-RUN-DD            PIC 9(02).
003110*
003120     COPY RUNSTAT.
003130*
003140 01  WS-HEADING-1.
003150     05  FILLER               PIC X(01) VALUE SPACE.
003160     05  FILLER               PIC X(26) VALUE
003170         "SPC CONTROL CHARTS        ".
003180     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
003190     05  H1-RUN-MM            PIC 99.
003200     05  FILLER               PIC X(01) VALUE "/".
003210     05  H1-RUN-DD            PIC 99.
003220     05  FILLER               PIC X(01) VALUE "/".
003230     05  H1-RUN-YY            PIC 99.
003240     05  FILLER               PIC X(08) VALUE "  PAGE  ".
003250     05  H1-PAGE-NO           PIC ZZZ9.
003260     05  FILLER               PIC X(22) VALUE SPACE.
003270*
003280 01  WS-HEADING-2.
003290     05  FILLER               PIC X(01) VALUE SPACE.
003300     05  FILLER               PIC X(10) VALUE "TEST DATE ".
003310     05  FILLER               PIC X(02) VALUE SPACE.
003320     05  FILLER               PIC X(03) VALUE "  N".
003330     05  FILLER               PIC X(01) VALUE SPACE.
003340     05  FILLER               PIC X(09) VALUE "    X-BAR".
003350     05  FILLER               PIC X(01) VALUE SPACE.
003360     05  FILLER               PIC X(09) VALUE "    RANGE".
003370     05  FILLER               PIC X(02) VALUE SPACE.
003380     05  FILLER               PIC X(25) VALUE
003390         " LCL        CL       UCL ".
003400     05  FILLER               PIC X(02) VALUE SPACE.
003410     05  FILLER               PIC X(14) VALUE "RULES".
003420     05  FILLER               PIC X(01) VALUE SPACE.
003430*
003440 01  WS-PART-LINE.
003450     05  FILLER               PIC X(01) VALUE SPACE.
003460     05  FILLER               PIC X(05) VALUE "PART ".
003470     05  PT-PART-NUMBER       PIC X(06).
003480     05  FILLER               PIC X(11) VALUE "  BASELINE ".
003490     05  PT-BASE-FROM         PIC 9999/99/99.
003500     05  FILLER               PIC X(04) VALUE " TO ".
003510     05  PT-BASE-TO           PIC 9999/99/99.
003520     05  FILLER               PIC X(05) VALUE "  CL ".
003530     05  PT-CENTER-LINE       PIC ZZZ9.9999.
003540     05  FILLER               PIC X(08) VALUE "  SIGMA ".
003550     05  PT-SIGMA             PIC Z9.999999.
003560     05  FILLER               PIC X(02) VALUE SPACE.
003570*
003580 01  WS-PART-SET-LINE.
003590     05  FILLER               PIC X(01) VALUE SPACE.
003600     05  FILLER               PIC X(11) VALUE "LIMITS SET ".
003610     05  PS-LIMIT-DATE        PIC 9999/99/99.
003620     05  FILLER               PIC X(04) VALUE " BY ".
003630     05  PS-SET-BY            PIC X(08).
003640     05  FILLER               PIC X(06) VALUE " FROM ".
003650     05  PS-SUBGROUPS         PIC ZZZ9.
003660     05  FILLER               PIC X(12) VALUE " SUBGROUPS, ".
003670     05  PS-READINGS          PIC ZZZZ9.
003680     05  FILLER               PIC X(09) VALUE " READINGS".
003690     05  PS-THIS-RUN          PIC X(10).
003700*
003710 01  WS-BENCH-LINE.
003720     05  FILLER               PIC X(01) VALUE SPACE.
003730     05  FILLER               PIC X(06) VALUE "BENCH ".
003740     05  BL-BENCH-ID          PIC X(02).
003750     05  FILLER               PIC X(02) VALUE SPACE.
003760     05  BL-NOTE              PIC X(50).
003770     05  FILLER               PIC X(19) VALUE SPACE.
003780*
003790 01  WS-DETAIL-LINE.
003800     05  FILLER               PIC X(01) VALUE SPACE.
003810     05  DL-TEST-DATE         PIC 9999/99/99.
003820     05  FILLER               PIC X(02) VALUE SPACE.
003830     05  DL-SIZE              PIC ZZ9.
003840     05  FILLER               PIC X(01) VALUE SPACE.
003850     05  DL-XBAR              PIC ZZZ9.9999.
003860     05  FILLER               PIC X(01) VALUE SPACE.
003870     05  DL-RANGE             PIC ZZZ9.9999.
003880     05  FILLER               PIC X(02) VALUE SPACE.
003890     05  DL-STRIP             PIC X(25).
003900     05  FILLER               PIC X(02) VALUE SPACE.
003910     05  DL-RULES             PIC X(14).
003920     05  FILLER               PIC X(01) VALUE SPACE.
003930*
003940 01  WS-NOTE-LINE.
003950     05  FILLER               PIC X(01) VALUE SPACE.
003960     05  NL-NOTE              PIC X(70).
003970     05  FILLER               PIC X(09) VALUE SPACE.
003980*
003990 01  WS-NOT-CHARTED-LINE.
004000     05  FILLER               PIC X(01) VALUE SPACE.
004010     05  NC-PART-NUMBER       PIC X(06).
004020     05  FILLER               PIC X(02) VALUE SPACE.
004030     05  NC-SUBGROUPS         PIC ZZZZ9.
004040     05  FILLER               PIC X(02) VALUE SPACE.
004050     05  NC-REASON            PIC X(40).
004060     05  FILLER               PIC X(24) VALUE SPACE.
004070*
004080 01  WS-TOTAL-LINE.
004090     05  FILLER               PIC X(01) VALUE SPACE.
004100     05  TL-LABEL             PIC X(40).
004110     05  TL-COUNT             PIC ZZZZZZ9.
004120     05  FILLER               PIC X(32) VALUE SPACE.
004130*
004140 01  WS-PARM-LINE.
004150     05  FILLER               PIC X(01) VALUE SPACE.
004160     05  FILLER               PIC X(24) VALUE
004170         "PARAMETERS - AS-OF DATE ".
004180     05  PL-AS-OF-DATE        PIC 9999/99/99.
004190     05  FILLER               PIC X(02) VALUE SPACE.
004200     05  PL-SOURCE            PIC X(20).
004210     05  FILLER               PIC X(23) VALUE SPACE.
004220*
004230 01  WS-PRINT-LINE            PIC X(80).
004240*
004250 PROCEDURE DIVISION.
004260*
004270 0000-MAINLINE.
004280     PERFORM 0500-CHECK-HISTORY THRU 0500-EXIT.
004290     IF HISTORY-PRESENT
004300         SORT SORT-WORK-FILE
004310             ON ASCENDING KEY SW-PART-NUMBER SW-BENCH-ID
004320                 SW-TEST-DATE
004330             USING HISTORY-FILE
004340             GIVING SORTED-SPC-FILE
004350     END-IF.
004360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004370     IF WS-LIMITS-NEEDED-COUNT > ZERO
004380         PERFORM 2000-BASELINE-PASS THRU 2000-EXIT
004390     END-IF.
004400     PERFORM 3000-CHART-PASS THRU 3000-EXIT.
004410     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
004420     PERFORM 6800-WRITE-NEW-BASELINE THRU 6800-EXIT.
004430     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004440     STOP RUN.
004450*
004460* ---------------------------------------------------------------
004470* 0500-CHECK-HISTORY - A RUN BEFORE MASTUPD HAS EVER WRITTEN
004480* COILHIST (STATUS 35) PRINTS THE SUMMARY ALONE INSTEAD OF
004490* ABENDING IN THE SORT, THE SAME WAY CAPRPT GUARDS ITSELF.
004500* ---------------------------------------------------------------
004510 0500-CHECK-HISTORY.
004520     OPEN INPUT HISTORY-FILE.
004530     IF WS-HISTORY-STATUS = "35"
004540         SET HISTORY-ABSENT TO TRUE
004550         DISPLAY "SPCCHART - WARNING - NO COILHIST FILE YET - "
004560             "NOTHING TO CHART"
004570     ELSE
004580         SET HISTORY-PRESENT TO TRUE
004590         CLOSE HISTORY-FILE
004600     END-IF.
004610 0500-EXIT.
004620     EXIT.
004630*
004640* ---------------------------------------------------------------
004650* 1000-INITIALIZE - PICK UP THE RUN PARAMETERS, FIX THE FIRST DAY
004660* OF THE PRINTED CHART WINDOW, LOAD THE BASELINES AND OPEN THE
004670* ALARM FILE.  SPCALARM IS APPENDED TO SO EARLIER RUNS' ALARMS
004680* STAY FOR THE MONTH-END SUMMARY.
004690* ---------------------------------------------------------------
004700 1000-INITIALIZE.
004710     CALL "GETPARM" USING RUN-PARM-RECORD WS-PARM-RETURN-CODE.
004720     IF RP-AS-OF-DATE > ZERO
004730         MOVE RP-AS-OF-DATE TO WS-RUN-DATE-8
004740     ELSE
004750         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
004760     END-IF.
004770     MOVE WS-RUN-DATE-8 (3:2) TO WS-RUN-YY.
004780     MOVE WS-RUN-DATE-8 (5:2) TO WS-RUN-MM.
004790     MOVE WS-RUN-DATE-8 (7:2) TO WS-RUN-DD.
004800     ACCEPT WS-RUN-TIME FROM TIME.
004810     MOVE RP-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
004820     CALL "DATECONV" USING WS-RUN-DATE-8 WS-RUN-DAY-COUNT
004830         WS-DATE-RETURN-CODE.
004840     COMPUTE WS-WINDOW-START-DAY =
004850         WS-RUN-DAY-COUNT - WS-CHART-DAYS + 1.
004860     MOVE ZERO TO WS-RULE-ALARM-TOTALS.
004870     MOVE SPACES TO BASELINE-TABLE.
004880     MOVE SPACES TO NOT-CHARTED-TABLE.
004890     PERFORM 1100-LOAD-BASELINES THRU 1100-EXIT.
004900     OPEN EXTEND ALARM-FILE.
004910     IF WS-ALARM-STATUS = "35"
004920         OPEN OUTPUT ALARM-FILE
004930     END-IF.
004940     OPEN OUTPUT REPORT-FILE.
004950 1000-EXIT.
004960     EXIT.
004970*
004980 1100-LOAD-BASELINES.
004990     OPEN INPUT BASELINE-FILE.
005000     IF WS-BASE-STATUS = "35"
005010         DISPLAY "SPCCHART - WARNING - NO SPCBASE FILE - "
005020             "NO PART CAN BE CHARTED"
005030     ELSE
005040         SET EOF-NO TO TRUE
005050         PERFORM 1150-READ-BASELINE THRU 1150-EXIT
005060         PERFORM 1200-STORE-BASELINE THRU 1200-EXIT
005070             UNTIL EOF-YES
005080         CLOSE BASELINE-FILE
005090     END-IF.
005100 1100-EXIT.
005110     EXIT.
005120*
005130 1150-READ-BASELINE.
005140     READ BASELINE-FILE
005150         AT END
005160             SET EOF-YES TO TRUE
005170     END-READ.
005180 1150-EXIT.
005190     EXIT.
005200*
005210* ---------------------------------------------------------------
005220* 1200-STORE-BASELINE - TABLE ONE BASELINE AND DECIDE WHAT IT
005230* NEEDS.  STORED LIMITS ARE USED AS THEY STAND; A PERIOD THAT HAS
005240* NOT ENDED BY THE RUN DATE CANNOT GIVE LIMITS YET.
005250* ---------------------------------------------------------------
005260 1200-STORE-BASELINE.
005270     IF WS-BASE-COUNT NOT < WS-TABLE-MAX
005280         DISPLAY "SPCCHART - WARNING - BASELINE TABLE FULL - "
005290             "PART " SB-PART-NUMBER " DROPPED"
005300         GO TO 1200-ADVANCE.
005310     ADD 1 TO WS-BASE-COUNT.
005320     MOVE WS-BASE-COUNT TO WS-BLT-SUB.
005330     MOVE SB-PART-NUMBER TO BLT-PART-NUMBER (WS-BLT-SUB).
005340     MOVE SB-BASE-FROM-DATE TO BLT-BASE-FROM (WS-BLT-SUB).
005350     MOVE SB-BASE-TO-DATE TO BLT-BASE-TO (WS-BLT-SUB).
005360     MOVE SB-SET-BY TO BLT-SET-BY (WS-BLT-SUB).
005370     MOVE SB-LIMIT-DATE TO BLT-LIMIT-DATE (WS-BLT-SUB).
005380     MOVE SB-CENTER-LINE TO BLT-CENTER-LINE (WS-BLT-SUB).
005390     MOVE SB-SIGMA TO BLT-SIGMA (WS-BLT-SUB).
005400     MOVE SB-SUBGROUPS TO BLT-SUBGROUPS (WS-BLT-SUB).
005410     MOVE SB-READINGS TO BLT-READINGS (WS-BLT-SUB).
005420     MOVE SB-LAST-CHART-DATE TO BLT-LAST-CHART-DATE (WS-BLT-SUB).
005430     MOVE SB-LAST-CHART-DATE TO BLT-NEW-CHART-DATE (WS-BLT-SUB).
005440     MOVE ZERO TO BLT-ACC-SUBGROUPS (WS-BLT-SUB).
005450     MOVE ZERO TO BLT-ACC-RANGED (WS-BLT-SUB).
005460     MOVE ZERO TO BLT-ACC-READINGS (WS-BLT-SUB).
005470     MOVE ZERO TO BLT-ACC-XBAR-SUM (WS-BLT-SUB).
005480     MOVE ZERO TO BLT-ACC-SIGMA-SUM (WS-BLT-SUB).
005490     EVALUATE TRUE
005500         WHEN SB-LIMIT-DATE > ZERO AND SB-SIGMA > ZERO
005510             MOVE 'S' TO BLT-STATE (WS-BLT-SUB)
005520         WHEN SB-BASE-FROM-DATE = ZERO
005530                 OR SB-BASE-TO-DATE < SB-BASE-FROM-DATE
005540             MOVE 'B' TO BLT-STATE (WS-BLT-SUB)
005550         WHEN SB-BASE-TO-DATE NOT < WS-RUN-DATE-8
005560             MOVE 'O' TO BLT-STATE (WS-BLT-SUB)
005570         WHEN OTHER
005580             MOVE 'N' TO BLT-STATE (WS-BLT-SUB)
005590             ADD 1 TO WS-LIMITS-NEEDED-COUNT
005600     END-EVALUATE.
005610 1200-ADVANCE.
005620     PERFORM 1150-READ-BASELINE THRU 1150-EXIT.
005630 1200-EXIT.
005640     EXIT.
005650*
005660* ---------------------------------------------------------------
005670* 2000-BASELINE-PASS - FIRST READ OF THE SORTED HISTORY, MADE ONLY
005680* WHEN SOME BASELINE STILL NEEDS ITS LIMITS: GATHER EACH SUCH
005690* PART'S SUBGROUPS INSIDE ITS BASELINE PERIOD, ACROSS ALL
005700* BENCHES, THEN TURN THEM INTO A CENTER LINE AND SIGMA.
005710* ---------------------------------------------------------------
005720 2000-BASELINE-PASS.
005730     IF HISTORY-PRESENT
005740         OPEN INPUT SORTED-SPC-FILE
005750         MOVE HIGH-VALUES TO WS-PREV-PART-NUMBER
005760         SET EOF-NO TO TRUE
005770         PERFORM 4050-READ-SORTED THRU 4050-EXIT
005780         PERFORM 2100-BASELINE-SUBGROUP THRU 2100-EXIT
005790             UNTIL EOF-YES
005800         CLOSE SORTED-SPC-FILE
005810     END-IF.
005820     PERFORM 2500-SET-LIMITS THRU 2500-EXIT
005830         VARYING WS-BLT-SUB FROM 1 BY 1
005840         UNTIL WS-BLT-SUB > WS-BASE-COUNT.
005850 2000-EXIT.
005860     EXIT.
005870*
005880 2100-BASELINE-SUBGROUP.
005890     PERFORM 4000-BUILD-SUBGROUP THRU 4000-EXIT.
005900     IF SG-PART-NUMBER NOT = WS-PREV-PART-NUMBER
005910         MOVE SG-PART-NUMBER TO WS-PREV-PART-NUMBER
005920         MOVE SG-PART-NUMBER TO WS-FIND-PART-NUMBER
005930         PERFORM 2900-FIND-PART THRU 2900-EXIT
005940     END-IF.
005950     IF PART-NOT-FOUND
005960         GO TO 2100-EXIT.
005970     IF NOT BLT-LIMITS-NEEDED (WS-BLT-SUB)
005980         GO TO 2100-EXIT.
005990     IF SG-TEST-DATE < BLT-BASE-FROM (WS-BLT-SUB)
006000             OR SG-TEST-DATE > BLT-BASE-TO (WS-BLT-SUB)
006010         GO TO 2100-EXIT.
006020     ADD 1 TO BLT-ACC-SUBGROUPS (WS-BLT-SUB).
006030     ADD SG-SIZE TO BLT-ACC-READINGS (WS-BLT-SUB).
006040     ADD SG-XBAR TO BLT-ACC-XBAR-SUM (WS-BLT-SUB).
006050     IF SG-SIZE > 1
006060         PERFORM 4200-LOOKUP-CONSTANTS THRU 4200-EXIT
006070         COMPUTE WS-RANGE-SIGMA ROUNDED = SG-RANGE / WS-D2
006080         ADD WS-RANGE-SIGMA TO BLT-ACC-SIGMA-SUM (WS-BLT-SUB)
006090         ADD 1 TO BLT-ACC-RANGED (WS-BLT-SUB)
006100     END-IF.
006110 2100-EXIT.
006120     EXIT.
006130*
006140* ---------------------------------------------------------------
006150* 2500-SET-LIMITS - CENTER LINE = MEAN OF THE BASELINE X-BARS;
006160* SIGMA = MEAN OF RANGE / D2 OVER THE SUBGROUPS OF TWO OR MORE
006170* READINGS.  FEWER THAN WS-MIN-BASE-SUBGROUPS SUBGROUPS, NO
006180* SUBGROUP WITH A RANGE, OR A ZERO SIGMA GIVE NO USABLE LIMITS -
006190* THE PART WAITS FOR QUALITY ENGINEERING TO PICK A BETTER PERIOD.
006200* ---------------------------------------------------------------
006210 2500-SET-LIMITS.
006220     IF NOT BLT-LIMITS-NEEDED (WS-BLT-SUB)
006230         GO TO 2500-EXIT.
006240     IF BLT-ACC-SUBGROUPS (WS-BLT-SUB) < WS-MIN-BASE-SUBGROUPS
006250             OR BLT-ACC-RANGED (WS-BLT-SUB) = ZERO
006260         MOVE 'U' TO BLT-STATE (WS-BLT-SUB)
006270         GO TO 2500-EXIT.
006280     COMPUTE BLT-CENTER-LINE (WS-BLT-SUB) ROUNDED =
006290         BLT-ACC-XBAR-SUM (WS-BLT-SUB) /
006300         BLT-ACC-SUBGROUPS (WS-BLT-SUB).
006310     COMPUTE BLT-SIGMA (WS-BLT-SUB) ROUNDED =
006320         BLT-ACC-SIGMA-SUM (WS-BLT-SUB) /
006330         BLT-ACC-RANGED (WS-BLT-SUB).
006340     IF BLT-SIGMA (WS-BLT-SUB) = ZERO
006350         MOVE 'U' TO BLT-STATE (WS-BLT-SUB)
006360         GO TO 2500-EXIT.
006370     MOVE WS-RUN-DATE-8 TO BLT-LIMIT-DATE (WS-BLT-SUB).
006380     MOVE BLT-ACC-SUBGROUPS (WS-BLT-SUB)
006390         TO BLT-SUBGROUPS (WS-BLT-SUB).
006400     MOVE BLT-ACC-READINGS (WS-BLT-SUB)
006410         TO BLT-READINGS (WS-BLT-SUB).
006420     MOVE 'C' TO BLT-STATE (WS-BLT-SUB).
006430     ADD 1 TO WS-LIMITS-SET-COUNT.
006440 2500-EXIT.
006450     EXIT.
006460*
006470* ---------------------------------------------------------------
006480* 2900-FIND-PART - LOCATE WS-FIND-PART-NUMBER IN THE BASELINE
006490* TABLE, LEAVING WS-BLT-SUB ON THE ENTRY WHEN FOUND.
006500* ---------------------------------------------------------------
006510 2900-FIND-PART.
006520     SET PART-NOT-FOUND TO TRUE.
006530     PERFORM 2950-MATCH-PART THRU 2950-EXIT
006540         VARYING WS-SUB FROM 1 BY 1
006550         UNTIL WS-SUB > WS-BASE-COUNT OR PART-FOUND.
006560 2900-EXIT.
006570     EXIT.
006580*
006590 2950-MATCH-PART.
006600     IF BLT-PART-NUMBER (WS-SUB) = WS-FIND-PART-NUMBER
006610         SET PART-FOUND TO TRUE
006620         MOVE WS-SUB TO WS-BLT-SUB
006630     END-IF.
006640 2950-EXIT.
006650     EXIT.
006660*
006670* ---------------------------------------------------------------
006680* 3000-CHART-PASS - SECOND READ OF THE SORTED HISTORY: EVERY
006690* SUBGROUP OF A CHARTABLE PART DATED AFTER ITS BASELINE PERIOD
006700* AND NOT AFTER THE RUN DATE IS JUDGED, BENCH BY BENCH IN DATE
006710* ORDER.  THE READ COUNT IS RESTARTED SO RUNSTATS SHOWS ONE READ
006720* OF THE HISTORY.
006730* ---------------------------------------------------------------
006740 3000-CHART-PASS.
006750     IF HISTORY-ABSENT
006760         GO TO 3000-EXIT.
006770     MOVE ZERO TO WS-HIST-READ-COUNT.
006780     OPEN INPUT SORTED-SPC-FILE.
006790     MOVE HIGH-VALUES TO WS-PREV-PART-NUMBER.
006800     SET EOF-NO TO TRUE.
006810     PERFORM 4050-READ-SORTED THRU 4050-EXIT.
006820     PERFORM 3100-CHART-SUBGROUP THRU 3100-EXIT
006830         UNTIL EOF-YES.
006840     CLOSE SORTED-SPC-FILE.
006850 3000-EXIT.
006860     EXIT.
006870*
006880 3100-CHART-SUBGROUP.
006890     PERFORM 4000-BUILD-SUBGROUP THRU 4000-EXIT.
006900     ADD 1 TO WS-SUBGROUP-COUNT.
006910     IF SG-PART-NUMBER NOT = WS-PREV-PART-NUMBER
006920         PERFORM 3200-START-PART THRU 3200-EXIT
006930     END-IF.
006940     IF PART-NOT-CHARTABLE
006950         ADD 1 TO WS-UNCHARTED-SUBGROUPS
006960         IF WS-NCT-SUB > ZERO
006970             ADD 1 TO NCT-SUBGROUPS (WS-NCT-SUB)
006980         END-IF
006990         GO TO 3100-EXIT.
007000     IF SG-TEST-DATE NOT > BLT-BASE-TO (WS-BLT-SUB)
007010         ADD 1 TO WS-BASE-PERIOD-COUNT
007020         GO TO 3100-EXIT.
007030     IF SG-TEST-DATE > WS-RUN-DATE-8
007040         ADD 1 TO WS-LATE-COUNT
007050         GO TO 3100-EXIT.
007060     IF SG-BENCH-ID NOT = WS-PREV-BENCH-ID
007070         PERFORM 3300-START-BENCH THRU 3300-EXIT
007080     END-IF.
007090     PERFORM 3400-APPLY-RULES THRU 3400-EXIT.
007100     PERFORM 3500-PRINT-POINT THRU 3500-EXIT.
007110     PERFORM 3600-WRITE-ALARMS THRU 3600-EXIT.
007120     IF SG-TEST-DATE > BLT-NEW-CHART-DATE (WS-BLT-SUB)
007130         MOVE SG-TEST-DATE TO BLT-NEW-CHART-DATE (WS-BLT-SUB)
007140     END-IF.
007150 3100-EXIT.
007160     EXIT.
007170*
007180* ---------------------------------------------------------------
007190* 3200-START-PART - A CHARTABLE PART STARTS A NEW PAGE WITH ITS
007200* BASELINE AND A RULES LEGEND; ANY OTHER PART GOES ON THE
007210* NOT-CHARTED LIST WITH THE REASON, AND ITS SUBGROUPS ARE COUNTED
007220* AGAINST IT.
007230* ---------------------------------------------------------------
007240 3200-START-PART.
007250     MOVE SG-PART-NUMBER TO WS-PREV-PART-NUMBER.
007260     MOVE HIGH-VALUES TO WS-PREV-BENCH-ID.
007270     MOVE SG-PART-NUMBER TO WS-FIND-PART-NUMBER.
007280     PERFORM 2900-FIND-PART THRU 2900-EXIT.
007290     IF PART-FOUND
007300         IF BLT-CHARTABLE (WS-BLT-SUB)
007310             GO TO 3200-CHARTABLE.
007320     SET PART-NOT-CHARTABLE TO TRUE.
007330     MOVE ZERO TO WS-NCT-SUB.
007340     IF WS-NOT-CHARTED-COUNT NOT < WS-TABLE-MAX
007350         DISPLAY "SPCCHART - WARNING - NOT-CHARTED TABLE FULL - "
007360             "PART " SG-PART-NUMBER " NOT LISTED"
007370         GO TO 3200-EXIT.
007380     ADD 1 TO WS-NOT-CHARTED-COUNT.
007390     MOVE WS-NOT-CHARTED-COUNT TO WS-NCT-SUB.
007400     MOVE SG-PART-NUMBER TO NCT-PART-NUMBER (WS-NCT-SUB).
007410     MOVE ZERO TO NCT-SUBGROUPS (WS-NCT-SUB).
007420     EVALUATE TRUE
007430         WHEN PART-NOT-FOUND
007440             MOVE "NO BASELINE ON SPCBASE"
007450                 TO NCT-REASON (WS-NCT-SUB)
007460         WHEN BLT-PERIOD-OPEN (WS-BLT-SUB)
007470             MOVE "BASELINE PERIOD NOT YET OVER"
007480                 TO NCT-REASON (WS-NCT-SUB)
007490         WHEN BLT-PERIOD-BAD (WS-BLT-SUB)
007500             MOVE "BASELINE PERIOD DATES NOT VALID"
007510                 TO NCT-REASON (WS-NCT-SUB)
007520         WHEN OTHER
007530             MOVE "BASELINE PERIOD TOO THIN FOR LIMITS"
007540                 TO NCT-REASON (WS-NCT-SUB)
007550     END-EVALUATE.
007560     GO TO 3200-EXIT.
007570 3200-CHARTABLE.
007580     SET PART-CHARTABLE TO TRUE.
007590     ADD 1 TO WS-PARTS-CHARTED.
007600     SET HEAD-PART TO TRUE.
007610     PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT.
007620     MOVE SPACES TO WS-PRINT-LINE.
007630     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
007640     MOVE "RULES 1 BEYOND 3 SIGMA  2 TWO OF 3 BEYOND 2 SIGMA"
007650         TO NL-NOTE.
007660     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
007670     MOVE "      3 EIGHT ON ONE SIDE  4 SIX TRENDING  R RANGE>UCL"
007680         TO NL-NOTE.
007690     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
007700     MOVE "CHART | 3-SIGMA LIMITS  : 2 SIGMA  + CENTER  < > OFF"
007710         TO NL-NOTE.
007720     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
007730 3200-EXIT.
007740     EXIT.
007750*
007760* ---------------------------------------------------------------
007770* 3300-START-BENCH - EACH BENCH IS ITS OWN CHART, SO THE RUN
007780* RULES START AFRESH.  ITS HEADING WAITS FOR ITS FIRST PRINTED
007790* POINT.
007800* ---------------------------------------------------------------
007810 3300-START-BENCH.
007820     MOVE SG-BENCH-ID TO WS-PREV-BENCH-ID.
007830     SET BENCH-NOT-HEADED TO TRUE.
007840     SET FIRST-POINT TO TRUE.
007850     MOVE SPACES TO WS-ZONE-HISTORY.
007860     MOVE SPACE TO WS-LAST-SIDE.
007870     MOVE ZERO TO WS-SIDE-RUN.
007880     MOVE SPACE TO WS-TREND-DIR.
007890     MOVE ZERO TO WS-TREND-RUN.
007900     MOVE ZERO TO WS-PREV-XBAR.
007910 3300-EXIT.
007920     EXIT.
007930*
007940* ---------------------------------------------------------------
007950* 3400-APPLY-RULES - PLACE THE X-BAR IN SIGMA UNITS OF THE MEAN
007960* (SIGMA / ROOT N) FROM THE CENTER LINE AND TEST THE RUN RULES.
007970* A POINT SIGNALS FOR AS LONG AS ITS RULE HOLDS.  THE RANGE IS
007980* TESTED AGAINST D4 TIMES THE MEAN RANGE D2 * SIGMA.
007990* ---------------------------------------------------------------
008000 3400-APPLY-RULES.
008010     ADD 1 TO WS-POINT-COUNT.
008020     MOVE SPACES TO WS-RULE-TEXT.
008030     COMPUTE WS-SIGMA-XBAR ROUNDED =
008040         BLT-SIGMA (WS-BLT-SUB) / (SG-SIZE ** 0.5).
008050     IF WS-SIGMA-XBAR = ZERO
008060         MOVE 0.000001 TO WS-SIGMA-XBAR
008070     END-IF.
008080     COMPUTE WS-Z ROUNDED =
008090         (SG-XBAR - BLT-CENTER-LINE (WS-BLT-SUB)) / WS-SIGMA-XBAR
008100         ON SIZE ERROR
008110             IF SG-XBAR > BLT-CENTER-LINE (WS-BLT-SUB)
008120                 MOVE 9999 TO WS-Z
008130             ELSE
008140                 MOVE -9999 TO WS-Z
008150             END-IF
008160     END-COMPUTE.
008170     IF WS-Z > 3 OR WS-Z < -3
008180         MOVE "1" TO WS-RULE-TEXT (1:1)
008190     END-IF.
008200     EVALUATE TRUE
008210         WHEN WS-Z > 2
008220             MOVE "+" TO WS-ZONE-NOW
008230         WHEN WS-Z < -2
008240             MOVE "-" TO WS-ZONE-NOW
008250         WHEN OTHER
008260             MOVE SPACE TO WS-ZONE-NOW
008270     END-EVALUATE.
008280     MOVE WS-ZONE-HISTORY (2:2) TO WS-ZONE-WORK (1:2).
008290     MOVE WS-ZONE-NOW TO WS-ZONE-WORK (3:1).
008300     MOVE WS-ZONE-WORK TO WS-ZONE-HISTORY.
008310     MOVE ZERO TO WS-ZONE-PLUS.
008320     MOVE ZERO TO WS-ZONE-MINUS.
008330     INSPECT WS-ZONE-HISTORY TALLYING WS-ZONE-PLUS FOR ALL "+"
008340         WS-ZONE-MINUS FOR ALL "-".
008350     IF (WS-ZONE-NOW = "+" AND WS-ZONE-PLUS > 1)
008360             OR (WS-ZONE-NOW = "-" AND WS-ZONE-MINUS > 1)
008370         MOVE "2" TO WS-RULE-TEXT (3:1)
008380     END-IF.
008390     EVALUATE TRUE
008400         WHEN WS-Z > ZERO
008410             MOVE "+" TO WS-SIDE-NOW
008420         WHEN WS-Z < ZERO
008430             MOVE "-" TO WS-SIDE-NOW
008440         WHEN OTHER
008450             MOVE SPACE TO WS-SIDE-NOW
008460     END-EVALUATE.
008470     EVALUATE TRUE
008480         WHEN WS-SIDE-NOW = SPACE
008490             MOVE ZERO TO WS-SIDE-RUN
008500         WHEN WS-SIDE-NOW = WS-LAST-SIDE
008510             ADD 1 TO WS-SIDE-RUN
008520         WHEN OTHER
008530             MOVE 1 TO WS-SIDE-RUN
008540     END-EVALUATE.
008550     MOVE WS-SIDE-NOW TO WS-LAST-SIDE.
008560     IF WS-SIDE-RUN > 7
008570         MOVE "3" TO WS-RULE-TEXT (5:1)
008580     END-IF.
008590     PERFORM 3450-TRACK-TREND THRU 3450-EXIT.
008600     IF WS-TREND-RUN > 5
008610         MOVE "4" TO WS-RULE-TEXT (7:1)
008620     END-IF.
008630     IF SG-SIZE > 1
008640         PERFORM 4200-LOOKUP-CONSTANTS THRU 4200-EXIT
008650         COMPUTE WS-RANGE-UCL ROUNDED =
008660             WS-D4 * WS-D2 * BLT-SIGMA (WS-BLT-SUB)
008670         IF SG-RANGE > WS-RANGE-UCL
008680             MOVE "R" TO WS-RULE-TEXT (9:1)
008690         END-IF
008700     END-IF.
008710     IF WS-RULE-TEXT NOT = SPACES
008720         ADD 1 TO WS-SIGNAL-POINT-COUNT
008730     END-IF.
008740 3400-EXIT.
008750     EXIT.
008760*
008770* ---------------------------------------------------------------
008780* 3450-TRACK-TREND - WS-TREND-RUN IS THE NUMBER OF POINTS IN THE
008790* CURRENT UNBROKEN RISE OR FALL; A TIE BREAKS THE TREND.
008800* ---------------------------------------------------------------
008810 3450-TRACK-TREND.
008820     IF FIRST-POINT
008830         MOVE SPACE TO WS-TREND-DIR
008840         MOVE 1 TO WS-TREND-RUN
008850         SET NOT-FIRST-POINT TO TRUE
008860         GO TO 3450-SAVE.
008870     EVALUATE TRUE
008880         WHEN SG-XBAR > WS-PREV-XBAR
008890             IF WS-TREND-DIR = "U"
008900                 ADD 1 TO WS-TREND-RUN
008910             ELSE
008920                 MOVE "U" TO WS-TREND-DIR
008930                 MOVE 2 TO WS-TREND-RUN
008940             END-IF
008950         WHEN SG-XBAR < WS-PREV-XBAR
008960             IF WS-TREND-DIR = "D"
008970                 ADD 1 TO WS-TREND-RUN
008980             ELSE
008990                 MOVE "D" TO WS-TREND-DIR
009000                 MOVE 2 TO WS-TREND-RUN
009010             END-IF
009020         WHEN OTHER
009030             MOVE SPACE TO WS-TREND-DIR
009040             MOVE 1 TO WS-TREND-RUN
009050     END-EVALUATE.
009060 3450-SAVE.
009070     MOVE SG-XBAR TO WS-PREV-XBAR.
009080 3450-EXIT.
009090     EXIT.
009100*
009110* ---------------------------------------------------------------
009120* 3500-PRINT-POINT - A POINT PRINTS WHEN IT FALLS IN THE LAST
009130* WS-CHART-DAYS DAYS, OR WHEN IT RAISES A NEW ALARM (THE FIRST
009140* RUN AFTER A BASELINE IS SET JUDGES EVERYTHING SINCE THE PERIOD
009150* ENDED).  THE STRIP PUTS THE X-BAR ON A -3 TO +3 SIGMA SCALE.
009160* ---------------------------------------------------------------
009170 3500-PRINT-POINT.
009180     CALL "DATECONV" USING SG-TEST-DATE WS-POINT-DAY-COUNT
009190         WS-DATE-RETURN-CODE.
009200     IF WS-POINT-DAY-COUNT < WS-WINDOW-START-DAY
009210         IF WS-RULE-TEXT = SPACES
009220                 OR SG-TEST-DATE NOT >
009230                     BLT-LAST-CHART-DATE (WS-BLT-SUB)
009240             GO TO 3500-EXIT.
009250     IF BENCH-NOT-HEADED
009260         PERFORM 3550-PRINT-BENCH-HEADING THRU 3550-EXIT
009270     END-IF.
009280     MOVE WS-STRIP-TEMPLATE TO WS-STRIP.
009290     EVALUATE TRUE
009300         WHEN WS-Z > 3
009310             MOVE ">" TO WS-STRIP-CHAR (25)
009320         WHEN WS-Z < -3
009330             MOVE "<" TO WS-STRIP-CHAR (1)
009340         WHEN OTHER
009350             COMPUTE WS-STRIP-POS ROUNDED = 13 + (WS-Z * 10 / 3)
009360             MOVE "*" TO WS-STRIP-CHAR (WS-STRIP-POS)
009370     END-EVALUATE.
009380     MOVE SG-TEST-DATE TO DL-TEST-DATE.
009390     MOVE SG-SIZE TO DL-SIZE.
009400     MOVE SG-XBAR TO DL-XBAR.
009410     MOVE SG-RANGE TO DL-RANGE.
009420     MOVE WS-STRIP TO DL-STRIP.
009430     MOVE WS-RULE-TEXT TO DL-RULES.
009440     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
009450     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
009460     ADD 1 TO WS-PRINTED-COUNT.
009470 3500-EXIT.
009480     EXIT.
009490*
009500 3550-PRINT-BENCH-HEADING.
009510     SET BENCH-HEADED TO TRUE.
009520     SET HEAD-BENCH TO TRUE.
009530     MOVE SG-BENCH-ID TO BL-BENCH-ID.
009540     IF SG-BENCH-ID = SPACE
009550         MOVE "(NOT RECORDED ON OLDER READINGS)" TO BL-NOTE
009560     ELSE
009570         MOVE SPACES TO BL-NOTE
009580     END-IF.
009590     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
009600         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
009610         GO TO 3550-EXIT.
009620     MOVE SPACES TO WS-PRINT-LINE.
009630     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
009640     MOVE WS-BENCH-LINE TO WS-PRINT-LINE.
009650     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
009660     MOVE WS-HEADING-2 TO WS-PRINT-LINE.
009670     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
009680 3550-EXIT.
009690     EXIT.
009700*
009710* ---------------------------------------------------------------
009720* 3600-WRITE-ALARMS - ONE SPCALARM RECORD PER RULE BROKEN, ONLY
009730* FOR A SUBGROUP NEWER THAN THE LAST ONE JUDGED ON AN EARLIER
009740* RUN, SO A SIGNAL IS NEVER COUNTED TWICE.
009750* ---------------------------------------------------------------
009760 3600-WRITE-ALARMS.
009770     IF WS-RULE-TEXT = SPACES
009780         GO TO 3600-EXIT.
009790     IF SG-TEST-DATE NOT > BLT-LAST-CHART-DATE (WS-BLT-SUB)
009800         GO TO 3600-EXIT.
009810     PERFORM 3650-WRITE-ONE-ALARM THRU 3650-EXIT
009820         VARYING WS-RULE-POS FROM 1 BY 2
009830         UNTIL WS-RULE-POS > 9.
009840 3600-EXIT.
009850     EXIT.
009860*
009870 3650-WRITE-ONE-ALARM.
009880     IF WS-RULE-TEXT (WS-RULE-POS:1) = SPACE
009890         GO TO 3650-EXIT.
009900     MOVE SPACES TO SPC-ALARM-RECORD.
009910     MOVE SG-PART-NUMBER TO SA-PART-NUMBER.
009920     MOVE SG-BENCH-ID TO SA-BENCH-ID.
009930     MOVE SG-TEST-DATE TO SA-SUBGROUP-DATE.
009940     MOVE WS-RULE-TEXT (WS-RULE-POS:1) TO SA-RULE.
009950     MOVE SG-SIZE TO SA-SUBGROUP-SIZE.
009960     MOVE SG-XBAR TO SA-XBAR.
009970     MOVE SG-RANGE TO SA-RANGE.
009980     MOVE BLT-CENTER-LINE (WS-BLT-SUB) TO SA-CENTER-LINE.
009990     MOVE WS-SIGMA-XBAR TO SA-SIGMA-XBAR.
010000     MOVE WS-RUN-DATE-8 TO SA-RUN-DATE.
010010     WRITE SPC-ALARM-RECORD.
010020     ADD 1 TO WS-ALARM-COUNT.
010030     COMPUTE WS-RULE-SUB = (WS-RULE-POS + 1) / 2.
010040     ADD 1 TO WS-RULE-ALARMS (WS-RULE-SUB).
010050 3650-EXIT.
010060     EXIT.
010070*
010080* ---------------------------------------------------------------
010090* 4000-BUILD-SUBGROUP - GATHER EVERY SORTED READING WITH THE SAME
010100* PART, BENCH AND TEST DATE AS THE ONE IN HAND INTO ONE SUBGROUP,
010110* LEAVING THE FIRST READING OF THE NEXT SUBGROUP IN THE RECORD.
010120* ---------------------------------------------------------------
010130 4000-BUILD-SUBGROUP.
010140     MOVE SP-PART-NUMBER TO SG-PART-NUMBER.
010150     MOVE SP-BENCH-ID TO SG-BENCH-ID.
010160     MOVE SP-TEST-DATE TO SG-TEST-DATE.
010170     MOVE ZERO TO SG-SIZE.
010180     MOVE ZERO TO SG-SUM.
010190     MOVE 9999.9999 TO SG-LOW.
010200     MOVE ZERO TO SG-HIGH.
010210     PERFORM 4100-ADD-READING THRU 4100-EXIT
010220         UNTIL EOF-YES
010230             OR SP-PART-NUMBER NOT = SG-PART-NUMBER
010240             OR SP-BENCH-ID NOT = SG-BENCH-ID
010250             OR SP-TEST-DATE NOT = SG-TEST-DATE.
010260     COMPUTE SG-XBAR ROUNDED = SG-SUM / SG-SIZE.
010270     SUBTRACT SG-LOW FROM SG-HIGH GIVING SG-RANGE.
010280 4000-EXIT.
010290     EXIT.
010300*
010301* ---------------------------------------------------------------
010302* 4050-READ-SORTED - NEXT SORTED READING FOR EITHER PASS.  A
010303* RETEST TAKEN WHILE THE COIL WAS BACK ON A CUSTOMER RETURN IS
010304* PASSED OVER, AS RMAMON AND MONTHRPT PASS IT OVER, SO IT
010305* NEITHER SETS A BASELINE NOR RAISES AN ALARM.
010306* ---------------------------------------------------------------
010310 4050-READ-SORTED.
010320     READ SORTED-SPC-FILE
010330         AT END
010340             SET EOF-YES TO TRUE
010350             GO TO 4050-EXIT
010370     END-READ.
010372     ADD 1 TO WS-HIST-READ-COUNT.
010374     IF SP-RMA-RETEST-FLAG = 'Y'
010376         GO TO 4050-READ-SORTED.
010380 4050-EXIT.
010390     EXIT.
010400*
010410 4100-ADD-READING.
010420     ADD 1 TO SG-SIZE.
010430     ADD SP-FLUX-DENSITY TO SG-SUM.
010440     IF SP-FLUX-DENSITY < SG-LOW
010450         MOVE SP-FLUX-DENSITY TO SG-LOW
010460     END-IF.
010470     IF SP-FLUX-DENSITY > SG-HIGH
010480         MOVE SP-FLUX-DENSITY TO SG-HIGH
010490     END-IF.
010500     PERFORM 4050-READ-SORTED THRU 4050-EXIT.
010510 4100-EXIT.
010520     EXIT.
010530*
010540 4200-LOOKUP-CONSTANTS.
010550     IF SG-SIZE > 25
010560         MOVE 24 TO WS-CONST-SUB
010570     ELSE
010580         COMPUTE WS-CONST-SUB = SG-SIZE - 1
010590     END-IF.
010600     MOVE SPC-D2 (WS-CONST-SUB) TO WS-D2.
010610     MOVE SPC-D4 (WS-CONST-SUB) TO WS-D4.
010620 4200-EXIT.
010630     EXIT.
010640*
010650* ---------------------------------------------------------------
010660* 5000-PRINT-SUMMARY - THE CLOSING PAGE: RUN PARAMETERS, RUN
010670* TOTALS, ALARMS BY RULE, AND THE PARTS THAT COULD NOT BE CHARTED
010680* WITH THE REASON.
010690* ---------------------------------------------------------------
010700 5000-PRINT-SUMMARY.
010710     SET HEAD-RUN-ONLY TO TRUE.
010720     PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT.
010730     MOVE SPACES TO WS-PRINT-LINE.
010740     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010750     MOVE WS-RUN-DATE-8 TO PL-AS-OF-DATE.
010760     IF PARM-DEFAULTS-USED
010770         MOVE "(DEFAULTS USED)" TO PL-SOURCE
010780     ELSE
010790         MOVE "(FROM RUNPARM)" TO PL-SOURCE
010800     END-IF.
010810     MOVE WS-PARM-LINE TO WS-PRINT-LINE.
010820     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010830     MOVE SPACES TO WS-PRINT-LINE.
010840     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010850     MOVE "BASELINES ON SPCBASE" TO TL-LABEL.
010860     MOVE WS-BASE-COUNT TO TL-COUNT.
010870     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
010880     MOVE "BASELINE LIMITS SET BY THIS RUN" TO TL-LABEL.
010890     MOVE WS-LIMITS-SET-COUNT TO TL-COUNT.
010900     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
010910     MOVE "PARTS CHARTED" TO TL-LABEL.
010920     MOVE WS-PARTS-CHARTED TO TL-COUNT.
010930     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
010940     MOVE "COIL HISTORY READINGS READ" TO TL-LABEL.
010950     MOVE WS-HIST-READ-COUNT TO TL-COUNT.
010960     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
010970     MOVE "SUBGROUPS (PART / BENCH / DAY)" TO TL-LABEL.
010980     MOVE WS-SUBGROUP-COUNT TO TL-COUNT.
010990     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011000     MOVE "  INSIDE A BASELINE PERIOD" TO TL-LABEL.
011010     MOVE WS-BASE-PERIOD-COUNT TO TL-COUNT.
011020     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011030     MOVE "  DATED AFTER THE RUN DATE" TO TL-LABEL.
011040     MOVE WS-LATE-COUNT TO TL-COUNT.
011050     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011060     MOVE "  PARTS NOT CHARTED" TO TL-LABEL.
011070     MOVE WS-UNCHARTED-SUBGROUPS TO TL-COUNT.
011080     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011090     MOVE "  JUDGED BY THE RUN RULES" TO TL-LABEL.
011100     MOVE WS-POINT-COUNT TO TL-COUNT.
011110     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011120     MOVE "POINTS PRINTED" TO TL-LABEL.
011130     MOVE WS-PRINTED-COUNT TO TL-COUNT.
011140     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011150     MOVE "POINTS SIGNALLING ANY RULE" TO TL-LABEL.
011160     MOVE WS-SIGNAL-POINT-COUNT TO TL-COUNT.
011170     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011180     MOVE "NEW ALARMS WRITTEN TO SPCALARM" TO TL-LABEL.
011190     MOVE WS-ALARM-COUNT TO TL-COUNT.
011200     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011210     MOVE "  RULE 1 - BEYOND 3 SIGMA" TO TL-LABEL.
011220     MOVE WS-RULE-ALARMS (1) TO TL-COUNT.
011230     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011240     MOVE "  RULE 2 - 2 OF 3 BEYOND 2 SIGMA" TO TL-LABEL.
011250     MOVE WS-RULE-ALARMS (2) TO TL-COUNT.
011260     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011270     MOVE "  RULE 3 - 8 IN A ROW ON ONE SIDE" TO TL-LABEL.
011280     MOVE WS-RULE-ALARMS (3) TO TL-COUNT.
011290     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011300     MOVE "  RULE 4 - 6 IN A ROW TRENDING" TO TL-LABEL.
011310     MOVE WS-RULE-ALARMS (4) TO TL-COUNT.
011320     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011330     MOVE "  RULE R - RANGE ABOVE R-CHART UCL" TO TL-LABEL.
011340     MOVE WS-RULE-ALARMS (5) TO TL-COUNT.
011350     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
011360     IF WS-NOT-CHARTED-COUNT = ZERO
011370         GO TO 5000-EXIT.
011380     MOVE SPACES TO WS-PRINT-LINE.
011390     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
011400     MOVE "PARTS NOT CHARTED   SUBGROUPS  REASON" TO NL-NOTE.
011410     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
011420     PERFORM 5100-PRINT-NOT-CHARTED THRU 5100-EXIT
011430         VARYING WS-NCT-SUB FROM 1 BY 1
011440         UNTIL WS-NCT-SUB > WS-NOT-CHARTED-COUNT.
011450 5000-EXIT.
011460     EXIT.
011470*
011480 5100-PRINT-NOT-CHARTED.
011490     MOVE NCT-PART-NUMBER (WS-NCT-SUB) TO NC-PART-NUMBER.
011500     MOVE NCT-SUBGROUPS (WS-NCT-SUB) TO NC-SUBGROUPS.
011510     MOVE NCT-REASON (WS-NCT-SUB) TO NC-REASON.
011520     MOVE WS-NOT-CHARTED-LINE TO WS-PRINT-LINE.
011530     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
011540 5100-EXIT.
011550     EXIT.
011560*
011570 5900-PRINT-TOTAL.
011580     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
011590     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
011600 5900-EXIT.
011610     EXIT.
011620*
011630* ---------------------------------------------------------------
011640* 6000-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
011650* LINE STAGED IN WS-PRINT-LINE.
011660* ---------------------------------------------------------------
011670 6000-WRITE-LINE.
011680     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
011690         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
011700     END-IF.
011710     WRITE REPORT-RECORD FROM WS-PRINT-LINE
011720         AFTER ADVANCING 1 LINE.
011730     ADD 1 TO WS-LINE-COUNT.
011740 6000-EXIT.
011750     EXIT.
011760*
011770 6100-WRITE-NOTE.
011780     MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
011790     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
011800 6100-EXIT.
011810     EXIT.
011820*
011830* ---------------------------------------------------------------
011840* 6500-WRITE-HEADINGS - THE RUN HEADING, THEN WHATEVER IS IN
011850* PROGRESS: THE PART'S BASELINE LINES ON A PART PAGE, AND THE
011860* BENCH LINE AND COLUMN HEADINGS WHEN A BENCH'S CHART RUNS ONTO
011870* A NEW PAGE.
011880* ---------------------------------------------------------------
011890 6500-WRITE-HEADINGS.
011900     ADD 1 TO WS-PAGE-COUNT.
011910     MOVE WS-RUN-MM TO H1-RUN-MM.
011920     MOVE WS-RUN-DD TO H1-RUN-DD.
011930     MOVE WS-RUN-YY TO H1-RUN-YY.
011940     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
011950     WRITE REPORT-RECORD FROM WS-HEADING-1
011960         AFTER ADVANCING PAGE.
011970     MOVE ZERO TO WS-LINE-COUNT.
011980     IF HEAD-RUN-ONLY
011990         GO TO 6500-EXIT.
012000     MOVE BLT-PART-NUMBER (WS-BLT-SUB) TO PT-PART-NUMBER.
012010     MOVE BLT-BASE-FROM (WS-BLT-SUB) TO PT-BASE-FROM.
012020     MOVE BLT-BASE-TO (WS-BLT-SUB) TO PT-BASE-TO.
012030     MOVE BLT-CENTER-LINE (WS-BLT-SUB) TO PT-CENTER-LINE.
012040     MOVE BLT-SIGMA (WS-BLT-SUB) TO PT-SIGMA.
012050     WRITE REPORT-RECORD FROM WS-PART-LINE
012060         AFTER ADVANCING 2 LINES.
012070     MOVE BLT-LIMIT-DATE (WS-BLT-SUB) TO PS-LIMIT-DATE.
012080     MOVE BLT-SET-BY (WS-BLT-SUB) TO PS-SET-BY.
012090     MOVE BLT-SUBGROUPS (WS-BLT-SUB) TO PS-SUBGROUPS.
012100     MOVE BLT-READINGS (WS-BLT-SUB) TO PS-READINGS.
012110     IF BLT-LIMITS-SET-NOW (WS-BLT-SUB)
012120         MOVE "(THIS RUN)" TO PS-THIS-RUN
012130     ELSE
012140         MOVE SPACES TO PS-THIS-RUN
012150     END-IF.
012160     WRITE REPORT-RECORD FROM WS-PART-SET-LINE
012170         AFTER ADVANCING 1 LINE.
012180     MOVE 2 TO WS-LINE-COUNT.
012190     IF HEAD-BENCH
012200         WRITE REPORT-RECORD FROM WS-BENCH-LINE
012210             AFTER ADVANCING 2 LINES
012220         WRITE REPORT-RECORD FROM WS-HEADING-2
012230             AFTER ADVANCING 1 LINE
012240         MOVE 4 TO WS-LINE-COUNT
012250     END-IF.
012260 6500-EXIT.
012270     EXIT.
012280*
012290* ---------------------------------------------------------------
012300* 6800-WRITE-NEW-BASELINE - THE NEXT SPCBASE GENERATION: EVERY
012310* BASELINE CARRIED FORWARD, WITH LIMITS SET BY THIS RUN FILLED IN
012315* AND THE NEWEST SUBGROUP JUDGED MOVED UP.  THE OPERATOR PROMOTES
012320* SPCBASEN TO SPCBASE BY HAND, AS SPECMASTN IS - GENPROMO ONLY
012325* PROMOTES COILIN AND OOSFILE.
012330* ---------------------------------------------------------------
012340 6800-WRITE-NEW-BASELINE.
012350     OPEN OUTPUT NEW-BASELINE-FILE.
012360     PERFORM 6850-WRITE-NEW-BASE THRU 6850-EXIT
012370         VARYING WS-BLT-SUB FROM 1 BY 1
012380         UNTIL WS-BLT-SUB > WS-BASE-COUNT.
012390     CLOSE NEW-BASELINE-FILE.
012400 6800-EXIT.
012410     EXIT.
012420*
012430 6850-WRITE-NEW-BASE.
012440     MOVE SPACES TO NEW-BASELINE-RECORD.
012450     MOVE BLT-PART-NUMBER (WS-BLT-SUB) TO NB-PART-NUMBER.
012460     MOVE BLT-BASE-FROM (WS-BLT-SUB) TO NB-BASE-FROM-DATE.
012470     MOVE BLT-BASE-TO (WS-BLT-SUB) TO NB-BASE-TO-DATE.
012480     MOVE BLT-SET-BY (WS-BLT-SUB) TO NB-SET-BY.
012490     MOVE BLT-LIMIT-DATE (WS-BLT-SUB) TO NB-LIMIT-DATE.
012500     MOVE BLT-CENTER-LINE (WS-BLT-SUB) TO NB-CENTER-LINE.
012510     MOVE BLT-SIGMA (WS-BLT-SUB) TO NB-SIGMA.
012520     MOVE BLT-SUBGROUPS (WS-BLT-SUB) TO NB-SUBGROUPS.
012530     MOVE BLT-READINGS (WS-BLT-SUB) TO NB-READINGS.
012540     MOVE BLT-NEW-CHART-DATE (WS-BLT-SUB) TO NB-LAST-CHART-DATE.
012550     IF NOT BLT-CHARTABLE (WS-BLT-SUB)
012560         MOVE ZERO TO NB-LIMIT-DATE
012570     END-IF.
012580     WRITE NEW-BASELINE-RECORD.
012590 6850-EXIT.
012600     EXIT.
012610*
012620* ---------------------------------------------------------------
012630* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
012640* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
012650* ---------------------------------------------------------------
012660 8000-TERMINATE.
012670     CLOSE ALARM-FILE.
012680     CLOSE REPORT-FILE.
012690     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
012700     DISPLAY "SPC CHARTS COMPLETE - " WS-PARTS-CHARTED
012710         " PARTS CHARTED, " WS-POINT-COUNT " POINTS JUDGED, "
012720         WS-ALARM-COUNT " NEW ALARMS".
012730 8000-EXIT.
012740     EXIT.
012750*
012760* ---------------------------------------------------------------
012770* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
012780* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
012790* ---------------------------------------------------------------
012800 8600-WRITE-RUN-STATS.
012810     MOVE SPACES TO RUN-STAT-RECORD.
012820     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
012830     MOVE WS-RUN-TIME TO RS-RUN-TIME.
012840     MOVE "SPCCHART" TO RS-PROGRAM-ID.
012850     MOVE WS-HIST-READ-COUNT TO RS-RECORDS-READ.
012860     MOVE WS-POINT-COUNT TO RS-ACCEPTED.
012870     MOVE WS-UNCHARTED-SUBGROUPS TO RS-REJECTED.
012880     MOVE WS-SIGNAL-POINT-COUNT TO RS-OUT-OF-SPEC.
012890     MOVE WS-ALARM-COUNT TO RS-TRANS-WRITTEN.
012900     MOVE ZERO TO RS-MASTER-IN.
012910     MOVE ZERO TO RS-MASTER-NEW.
012920     MOVE ZERO TO RS-MASTER-OUT.
012930     CALL "RUNLOG" USING RUN-STAT-RECORD.
012940 8600-EXIT.
012950     EXIT.
