000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GAUGERR.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - GAUGE REPEATABILITY AND
000100*                     REPRODUCIBILITY (R&R) STUDIES FOR THE BENCH
000110*                     MEASUREMENT SYSTEMS.  EACH STUDY ON THE
000120*                     DEFINITION FILE (GRRDEF) NAMES A GAUGE, A
000130*                     WINDOW, 2 TO 10 COILS, 2 OR 3 OPERATORS AND
000140*                     2 OR 3 TRIALS.  THE STUDY READINGS ARE THE
000150*                     FLUX2 / FLUX4 RECORDS ON THE AUDIT TRAIL
000160*                     (COILAUD) FOR THAT GAUGE, COIL AND OPERATOR
000170*                     IN THE WINDOW, TAKEN IN THE ORDER THEY WERE
000180*                     LOGGED.  BY THE AVERAGE AND RANGE METHOD THE
000190*                     RUN WORKS OUT EQUIPMENT VARIATION (EV),
000200*                     APPRAISER VARIATION (AV), GAUGE R&R, PART
000210*                     VARIATION (PV), %GRR OF TOTAL VARIATION AND
000220*                     THE NUMBER OF DISTINCT CATEGORIES (NDC),
000230*                     PRINTS THE STUDY WITH A PASS / MARGINAL /
000240*                     FAIL VERDICT AND THE GAUGE'S EARLIER STUDIES
000250*                     (GRRRPT), AND APPENDS THE RESULT TO THE
000260*                     STUDY HISTORY (GRRHIST).
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   GNUCOBOL.
000310 OBJECT-COMPUTER.   GNUCOBOL.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT STUDY-DEF-FILE ASSIGN TO "GRRDEF"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-DEF-STATUS.
000370     SELECT AUDIT-FILE ASSIGN TO "COILAUD"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AUDIT-STATUS.
000400     SELECT GRR-HISTORY-FILE ASSIGN TO "GRRHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-GRRHIST-STATUS.
000430     SELECT REPORT-FILE ASSIGN TO "GRRRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  STUDY-DEF-FILE
000490     RECORDING MODE IS F.
000500     COPY GRRDEF.
000510*
000520 FD  AUDIT-FILE
000530     RECORDING MODE IS F.
000540     COPY AUDITREC.
000550*
000560 FD  GRR-HISTORY-FILE
000570     RECORDING MODE IS F.
000580     COPY GRRHIST.
000590*
000600 FD  REPORT-FILE
000610     RECORDING MODE IS F.
000620 01  REPORT-RECORD               PIC X(80).
000630*
000640 WORKING-STORAGE SECTION.
000650 77  WS-DEF-STATUS            PIC X(02).
000660 77  WS-AUDIT-STATUS          PIC X(02).
000670 77  WS-GRRHIST-STATUS        PIC X(02).
000680 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
000690 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000700 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
000710 77  WS-SUB                   PIC 9(03).
000720 77  WS-OP-SUB                PIC 9(02).
000730 77  WS-COIL-SUB              PIC 9(02).
000740 77  WS-TRIAL-SUB             PIC 9(02).
000750 77  WS-HIST-SUB              PIC 9(03).
000760 77  WS-HIST-COUNT            PIC 9(03) VALUE ZERO.
000770 77  WS-HIST-MAX              PIC 9(03) VALUE 500.
000780 77  WS-MAX-COILS             PIC 9(02) VALUE 10.
000790 77  WS-MAX-OPERATORS         PIC 9(02) VALUE 3.
000800 77  WS-GRR-PASS-PCT          PIC 9(03)V99 VALUE 10.
000810 77  WS-GRR-FAIL-PCT          PIC 9(03)V99 VALUE 30.
000820 77  WS-MIN-NDC               PIC 9(03) VALUE 5.
000830 77  WS-DEF-READ-COUNT        PIC 9(05) VALUE ZERO.
000840 77  WS-AUDIT-READ-COUNT      PIC 9(07) VALUE ZERO.
000850 77  WS-STUDY-COUNT           PIC 9(05) VALUE ZERO.
000860 77  WS-COMPLETED-COUNT       PIC 9(05) VALUE ZERO.
000870 77  WS-NOT-RUN-COUNT         PIC 9(05) VALUE ZERO.
000880 77  WS-INCOMPLETE-COUNT      PIC 9(05) VALUE ZERO.
000890 77  WS-PASS-COUNT            PIC 9(05) VALUE ZERO.
000900 77  WS-MARGINAL-COUNT        PIC 9(05) VALUE ZERO.
000910 77  WS-FAIL-COUNT            PIC 9(05) VALUE ZERO.
000920 77  WS-HIST-WRITTEN          PIC 9(05) VALUE ZERO.
000930 77  WS-STRAY-COUNT           PIC 9(05) VALUE ZERO.
000940 77  WS-MATCH-COUNT           PIC 9(05).
000950 77  WS-EXTRA-COUNT           PIC 9(05).
000960 77  WS-MISSING-COUNT         PIC 9(05).
000970 77  WS-EXPECTED-COUNT        PIC 9(05).
000980 77  WS-RUN-DATE-8            PIC 9(08).
000990 77  WS-RUN-TIME              PIC 9(08).
001000 77  WS-GAUGE-DUE-DATE        PIC 9(08).
001010 77  WS-OPERATOR-NAME         PIC X(20).
001020 77  WS-FIND-COIL-ID          PIC X(06).
001030 77  WS-FIND-OPERATOR-ID      PIC X(08).
001040 77  WS-OPERATOR-CERT-LEVEL   PIC 9(01).
001050 77  WS-NEW-REASON            PIC X(40).
001060 77  WS-REJECT-REASON         PIC X(40).
001070 77  WS-CELL-SUM              PIC 9(06)V9999.
001080 77  WS-CELL-LOW              PIC 9(04)V9999.
001090 77  WS-CELL-HIGH             PIC 9(04)V9999.
001100 77  WS-RANGE-SUM             PIC 9(06)V9999.
001110 77  WS-SPREAD-LOW            PIC 9(04)V9(06).
001120 77  WS-SPREAD-HIGH           PIC 9(04)V9(06).
001130 77  WS-K1                    PIC 9V9999.
001140 77  WS-K2                    PIC 9V9999.
001150 77  WS-K3                    PIC 9V9999.
001160 77  WS-RBAR                  PIC 9(04)V9(06).
001170 77  WS-XDIFF                 PIC 9(04)V9(06).
001180 77  WS-RP                    PIC 9(04)V9(06).
001190 77  WS-EV                    PIC 9(04)V9(06).
001200 77  WS-AV                    PIC 9(04)V9(06).
001210 77  WS-GRR                   PIC 9(04)V9(06).
001220 77  WS-PV                    PIC 9(04)V9(06).
001230 77  WS-TV                    PIC 9(04)V9(06).
001240 77  WS-AV-SQUARED            PIC S9(08)V9(08).
001250 77  WS-PCT-EV                PIC 9(03)V99.
001260 77  WS-PCT-AV                PIC 9(03)V99.
001270 77  WS-PCT-GRR               PIC 9(03)V99.
001280 77  WS-PCT-PV                PIC 9(03)V99.
001290 77  WS-NDC                   PIC 9(03).
001300*
001310     COPY RUNPARM.
001320*
001330 01  WS-PARM-RETURN-CODE      PIC 9(02).
001340     88  PARMS-LOADED                 VALUE ZERO.
001350     88  PARM-DEFAULTS-USED           VALUE 01.
001360*
001370 01  WS-SWITCHES.
001380     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001390         88  EOF-YES                    VALUE 'Y'.
001400         88  EOF-NO                     VALUE 'N'.
001410     05  WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
001420         88  AUDIT-EOF-YES              VALUE 'Y'.
001430         88  AUDIT-EOF-NO               VALUE 'N'.
001440     05  WS-STUDY-SWITCH      PIC X(01) VALUE 'V'.
001450         88  STUDY-VALID                VALUE 'V'.
001460         88  STUDY-INVALID              VALUE 'X'.
001470     05  WS-COMPLETE-SWITCH   PIC X(01) VALUE 'N'.
001480         88  STUDY-COMPLETE             VALUE 'Y'.
001490         88  STUDY-INCOMPLETE           VALUE 'N'.
001500     05  WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001510         88  ENTRY-FOUND                VALUE 'Y'.
001520         88  ENTRY-NOT-FOUND            VALUE 'N'.
001530     05  WS-ON-HISTORY-SWITCH PIC X(01) VALUE 'N'.
001540         88  STUDY-ON-HISTORY           VALUE 'Y'.
001550         88  STUDY-NOT-ON-HISTORY       VALUE 'N'.
001560     05  WS-HEAD-SWITCH       PIC X(01) VALUE 'R'.
001570         88  HEAD-RUN-ONLY              VALUE 'R'.
001580         88  HEAD-STUDY                 VALUE 'S'.
001590*
001600 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
001610     88  OPERATOR-VALID                   VALUE ZERO.
001620     88  OPERATOR-UNKNOWN                 VALUE 01.
001630     88  OPERATOR-INACTIVE                VALUE 02.
001640     88  NO-OPERATOR-MASTER               VALUE 03.
001650*
001660 01  WS-GAUGE-RETURN-CODE         PIC 9(02).
001670     88  GAUGE-VALID                      VALUE ZERO.
001680     88  GAUGE-UNKNOWN                    VALUE 01.
001690     88  GAUGE-INACTIVE                   VALUE 02.
001700     88  GAUGE-PAST-DUE                   VALUE 03.
001710     88  NO-GAUGE-MASTER                  VALUE 04.
001720*
001730 01  WS-VERDICT               PIC X(01).
001740     88  VERDICT-PASS                 VALUE 'P'.
001750     88  VERDICT-MARGINAL             VALUE 'M'.
001760     88  VERDICT-FAIL                 VALUE 'F'.
001770*
001780* THE STUDY IN HAND: ITS S RECORD, ITS COILS AND OPERATORS, AND
001790* ONE CELL PER OPERATOR AND COIL HOLDING THE TRIAL READINGS IN
001800* THE ORDER COILAUD LOGGED THEM.
001810*
001820 01  WS-STUDY.
001830     05  STY-STUDY-ID         PIC X(08).
001840     05  STY-GAUGE-ID         PIC X(08).
001850     05  STY-GAUGE-DESC       PIC X(20).
001860     05  STY-FROM-DATE        PIC 9(08).
001870     05  STY-TO-DATE          PIC 9(08).
001880     05  STY-TRIALS           PIC 9(01).
001890     05  STY-REQUESTED-BY     PIC X(08).
001900     05  STY-COILS            PIC 9(02).
001910     05  STY-OPERATORS        PIC 9(02).
001920     05  STY-GAUGE-NOTE       PIC X(40).
001930*
001940 01  GRR-COIL-TABLE.
001950     05  GCT-ENTRY OCCURS 10 TIMES.
001960         10  GCT-COIL-ID      PIC X(06).
001970         10  GCT-PART-SUM     PIC 9(06)V9999.
001980         10  GCT-PART-AVG     PIC 9(04)V9(06).
001990*
002000 01  GRR-OPERATOR-TABLE.
002010     05  GOT-ENTRY OCCURS 3 TIMES.
002020         10  GOT-OPERATOR-ID  PIC X(08).
002030         10  GOT-NAME         PIC X(20).
002040         10  GOT-SUM          PIC 9(06)V9999.
002050         10  GOT-AVG          PIC 9(04)V9(06).
002060         10  GOT-RANGE-SUM    PIC 9(06)V9999.
002070         10  GOT-RBAR         PIC 9(04)V9(06).
002080*
002090 01  GRR-CELL-TABLE.
002100     05  GCL-OPERATOR OCCURS 3 TIMES.
002110         10  GCL-COIL OCCURS 10 TIMES.
002120             15  GCL-COUNT    PIC 9(01).
002130             15  GCL-READING  PIC 9(04)V9999 OCCURS 3 TIMES.
002140             15  GCL-AVG      PIC 9(04)V9(06).
002150             15  GCL-RANGE    PIC 9(04)V9999.
002160*
002170* EARLIER STUDIES FROM GRRHIST, FOR EACH GAUGE'S TREND.
002180*
002190 01  GRR-HISTORY-TABLE.
002200     05  HST-ENTRY OCCURS 500 TIMES.
002210         10  HST-GAUGE-ID     PIC X(08).
002220         10  HST-STUDY-ID     PIC X(08).
002230         10  HST-RUN-DATE     PIC 9(08).
002240         10  HST-GRR-PCT      PIC 9(03)V99.
002250         10  HST-NDC          PIC 9(03).
002260         10  HST-VERDICT      PIC X(01).
002270*
002280* AVERAGE AND RANGE METHOD CONSTANTS (1 / D2*).  K1 BY TRIALS
002290* (2, 3), K2 BY OPERATORS (2, 3), K3 BY COILS (2 THROUGH 10).
002300*
002310 01  GRR-K1-VALUES.
002320     05  FILLER               PIC 9V9999 VALUE 0.8862.
002330     05  FILLER               PIC 9V9999 VALUE 0.5908.
002340 01  GRR-K1-TABLE REDEFINES GRR-K1-VALUES.
002350     05  GRR-K1               PIC 9V9999 OCCURS 2 TIMES.
002360*
002370 01  GRR-K2-VALUES.
002380     05  FILLER               PIC 9V9999 VALUE 0.7071.
002390     05  FILLER               PIC 9V9999 VALUE 0.5231.
002400 01  GRR-K2-TABLE REDEFINES GRR-K2-VALUES.
002410     05  GRR-K2               PIC 9V9999 OCCURS 2 TIMES.
002420*
002430 01  GRR-K3-VALUES.
002440     05  FILLER               PIC 9V9999 VALUE 0.7071.
002450     05  FILLER               PIC 9V9999 VALUE 0.5231.
002460     05  FILLER               PIC 9V9999 VALUE 0.4467.
002470     05  FILLER               PIC 9V9999 VALUE 0.4030.
002480     05  FILLER               PIC 9V9999 VALUE 0.3742.
002490     05  FILLER               PIC 9V9999 VALUE 0.3534.
002500     05  FILLER               PIC 9V9999 VALUE 0.3375.
002510     05  FILLER               PIC 9V9999 VALUE 0.3249.
002520     05  FILLER               PIC 9V9999 VALUE 0.3146.
002530 01  GRR-K3-TABLE REDEFINES GRR-K3-VALUES.
002540     05  GRR-K3               PIC 9V9999 OCCURS 9 TIMES.
002550*
002560 01  WS-RUN-DATE.
002570     05  WS-RUN-YY            PIC 9(02).
002580     05  WS-RUN-MM            PIC 9(02).
002590     05  WS-RUN-DD            PIC 9(02).
002600*
002610     COPY RUNSTAT.
002620*
002630 01  WS-HEADING-1.
002640     05  FILLER               PIC X(01) VALUE SPACE.
002650     05  FILLER               PIC X(26) VALUE
002660         "GAUGE R&R STUDY           ".
002670     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
002680     05  H1-RUN-MM            PIC 99.
002690     05  FILLER               PIC X(01) VALUE "/".
002700     05  H1-RUN-DD            PIC 99.
002710     05  FILLER               PIC X(01) VALUE "/".
002720     05  H1-RUN-YY            PIC 99.
002730     05  FILLER               PIC X(08) VALUE "  PAGE  ".
002740     05  H1-PAGE-NO           PIC ZZZ9.
002750     05  FILLER               PIC X(22) VALUE SPACE.
002760*
002770 01  WS-STUDY-LINE.
002780     05  FILLER               PIC X(01) VALUE SPACE.
002790     05  FILLER               PIC X(06) VALUE "STUDY ".
002800     05  SL-STUDY-ID          PIC X(08).
002810     05  FILLER               PIC X(08) VALUE "  GAUGE ".
002820     05  SL-GAUGE-ID          PIC X(08).
002830     05  FILLER               PIC X(01) VALUE SPACE.
002840     05  SL-GAUGE-DESC        PIC X(20).
002850     05  FILLER               PIC X(28) VALUE SPACE.
002860*
002870 01  WS-WINDOW-LINE.
002880     05  FILLER               PIC X(01) VALUE SPACE.
002890     05  FILLER               PIC X(07) VALUE "WINDOW ".
002900     05  WL-FROM-DATE         PIC 9999/99/99.
002910     05  FILLER               PIC X(04) VALUE " TO ".
002920     05  WL-TO-DATE           PIC 9999/99/99.
002930     05  FILLER               PIC X(08) VALUE "  COILS ".
002940     05  WL-COILS             PIC Z9.
002950     05  FILLER               PIC X(12) VALUE "  OPERATORS ".
002960     05  WL-OPERATORS         PIC 9.
002970     05  FILLER               PIC X(09) VALUE "  TRIALS ".
002980     05  WL-TRIALS            PIC 9.
002990     05  FILLER               PIC X(15) VALUE SPACE.
003000*
003010 01  WS-OPERATOR-LINE.
003020     05  FILLER               PIC X(01) VALUE SPACE.
003030     05  FILLER               PIC X(09) VALUE "OPERATOR ".
003040     05  OL-OPERATOR-ID       PIC X(08).
003050     05  FILLER               PIC X(02) VALUE SPACE.
003060     05  OL-NAME              PIC X(20).
003070     05  FILLER               PIC X(40) VALUE SPACE.
003080*
003090 01  WS-GRID-HEADING.
003100     05  FILLER               PIC X(03) VALUE SPACE.
003110     05  FILLER               PIC X(06) VALUE "COIL  ".
003120     05  FILLER               PIC X(02) VALUE SPACE.
003130     05  FILLER               PIC X(11) VALUE "  TRIAL 1  ".
003140     05  FILLER               PIC X(11) VALUE "  TRIAL 2  ".
003150     05  FILLER               PIC X(11) VALUE "  TRIAL 3  ".
003160     05  FILLER               PIC X(09) VALUE "  AVERAGE".
003170     05  FILLER               PIC X(02) VALUE SPACE.
003180     05  FILLER               PIC X(09) VALUE "    RANGE".
003190     05  FILLER               PIC X(16) VALUE SPACE.
003200*
003210 01  WS-GRID-LINE.
003220     05  FILLER               PIC X(03) VALUE SPACE.
003230     05  GL-COIL-ID           PIC X(06).
003240     05  FILLER               PIC X(02) VALUE SPACE.
003250     05  GL-TRIAL-GROUP OCCURS 3 TIMES.
003260         10  GL-TRIAL         PIC ZZZ9.9999.
003270         10  GL-TRIAL-X REDEFINES GL-TRIAL PIC X(09).
003280         10  FILLER           PIC X(02).
003290     05  GL-AVG               PIC ZZZ9.9999.
003300     05  GL-AVG-X REDEFINES GL-AVG PIC X(09).
003310     05  FILLER               PIC X(02) VALUE SPACE.
003320     05  GL-RANGE             PIC ZZZ9.9999.
003330     05  GL-RANGE-X REDEFINES GL-RANGE PIC X(09).
003340     05  FILLER               PIC X(16) VALUE SPACE.
003350*
003360 01  WS-VALUE-LINE.
003370     05  FILLER               PIC X(03) VALUE SPACE.
003380     05  VL-LABEL             PIC X(36).
003390     05  VL-VALUE             PIC ZZZ9.999999.
003400     05  FILLER               PIC X(04) VALUE SPACE.
003410     05  VL-PCT               PIC ZZ9.99.
003420     05  VL-PCT-X REDEFINES VL-PCT PIC X(06).
003430     05  FILLER               PIC X(20) VALUE SPACE.
003440*
003450 01  WS-VALUE-HEADING.
003460     05  FILLER               PIC X(39) VALUE SPACE.
003470     05  FILLER               PIC X(11) VALUE "      VALUE".
003480     05  FILLER               PIC X(02) VALUE SPACE.
003490     05  FILLER               PIC X(08) VALUE "% OF TV".
003500     05  FILLER               PIC X(20) VALUE SPACE.
003510*
003520 01  WS-TREND-HEADING.
003530     05  FILLER               PIC X(03) VALUE SPACE.
003540     05  FILLER               PIC X(10) VALUE "STUDY DATE".
003550     05  FILLER               PIC X(02) VALUE SPACE.
003560     05  FILLER               PIC X(08) VALUE "STUDY   ".
003570     05  FILLER               PIC X(02) VALUE SPACE.
003580     05  FILLER               PIC X(06) VALUE "  %GRR".
003590     05  FILLER               PIC X(03) VALUE SPACE.
003600     05  FILLER               PIC X(03) VALUE "NDC".
003610     05  FILLER               PIC X(03) VALUE SPACE.
003620     05  FILLER               PIC X(10) VALUE "VERDICT".
003630     05  FILLER               PIC X(30) VALUE SPACE.
003640*
003650 01  WS-TREND-LINE.
003660     05  FILLER               PIC X(03) VALUE SPACE.
003670     05  TR-RUN-DATE          PIC 9999/99/99.
003680     05  FILLER               PIC X(02) VALUE SPACE.
003690     05  TR-STUDY-ID          PIC X(08).
003700     05  FILLER               PIC X(02) VALUE SPACE.
003710     05  TR-GRR-PCT           PIC ZZ9.99.
003720     05  FILLER               PIC X(03) VALUE SPACE.
003730     05  TR-NDC               PIC ZZ9.
003740     05  FILLER               PIC X(03) VALUE SPACE.
003750     05  TR-VERDICT           PIC X(10).
003760     05  FILLER               PIC X(02) VALUE SPACE.
003770     05  TR-NOTE              PIC X(12).
003780     05  FILLER               PIC X(16) VALUE SPACE.
003790*
003800 01  WS-NOTE-LINE.
003810     05  FILLER               PIC X(01) VALUE SPACE.
003820     05  NL-NOTE              PIC X(70).
003830     05  FILLER               PIC X(09) VALUE SPACE.
003840*
003850 01  WS-TOTAL-LINE.
003860     05  FILLER               PIC X(01) VALUE SPACE.
003870     05  TL-LABEL             PIC X(40).
003880     05  TL-COUNT             PIC ZZZZZZ9.
003890     05  FILLER               PIC X(32) VALUE SPACE.
003900*
003910 01  WS-PARM-LINE.
003920     05  FILLER               PIC X(01) VALUE SPACE.
003930     05  FILLER               PIC X(24) VALUE
003940         "PARAMETERS - AS-OF DATE ".
003950     05  PL-AS-OF-DATE        PIC 9999/99/99.
003960     05  FILLER               PIC X(02) VALUE SPACE.
003970     05  PL-SOURCE            PIC X(20).
003980     05  FILLER               PIC X(23) VALUE SPACE.
003990*
004000 01  WS-PRINT-LINE            PIC X(80).
004010*
004020 PROCEDURE DIVISION.
004030*
004040 0000-MAINLINE.
004050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004060     PERFORM 2000-PROCESS-STUDY THRU 2000-EXIT
004070         UNTIL EOF-YES.
004080     PERFORM 7000-PRINT-RUN-TOTALS THRU 7000-EXIT.
004090     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004100     STOP RUN.
004110*
004120* ---------------------------------------------------------------
004130* 1000-INITIALIZE - PICK UP THE RUN PARAMETERS, LOAD THE EARLIER
004140* STUDIES FOR THE TREND, OPEN THE STUDY HISTORY FOR APPEND AND
004150* PRIME THE READ OF THE STUDY DEFINITIONS.  NO GRRDEF MEANS NO
004160* STUDY WAS ASKED FOR - THE RUN PRINTS ITS TOTALS PAGE ONLY.
004170* ---------------------------------------------------------------
004180 1000-INITIALIZE.
004190     CALL "GETPARM" USING RUN-PARM-RECORD WS-PARM-RETURN-CODE.
004200     IF RP-AS-OF-DATE > ZERO
004210         MOVE RP-AS-OF-DATE TO WS-RUN-DATE-8
004220     ELSE
004230         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
004240     END-IF.
004250     MOVE WS-RUN-DATE-8 (3:2) TO WS-RUN-YY.
004260     MOVE WS-RUN-DATE-8 (5:2) TO WS-RUN-MM.
004270     MOVE WS-RUN-DATE-8 (7:2) TO WS-RUN-DD.
004280     ACCEPT WS-RUN-TIME FROM TIME.
004290     MOVE RP-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
004300     OPEN OUTPUT REPORT-FILE.
004310     MOVE SPACES TO GRR-HISTORY-TABLE.
004320     PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT.
004330     OPEN EXTEND GRR-HISTORY-FILE.
004340     IF WS-GRRHIST-STATUS = "35"
004350         OPEN OUTPUT GRR-HISTORY-FILE
004360     END-IF.
004370     OPEN INPUT STUDY-DEF-FILE.
004380     IF WS-DEF-STATUS = "35"
004390         DISPLAY "GAUGERR - WARNING - NO GRRDEF FILE - "
004400             "NO STUDIES TO RUN"
004410         SET EOF-YES TO TRUE
004420     ELSE
004430         SET EOF-NO TO TRUE
004440         PERFORM 1300-READ-DEF THRU 1300-EXIT
004450     END-IF.
004460 1000-EXIT.
004470     EXIT.
004480*
004490 1100-LOAD-HISTORY.
004500     OPEN INPUT GRR-HISTORY-FILE.
004510     IF WS-GRRHIST-STATUS = "35"
004520         GO TO 1100-EXIT.
004530     SET EOF-NO TO TRUE.
004540     PERFORM 1150-READ-HISTORY THRU 1150-EXIT.
004550     PERFORM 1200-STORE-HISTORY THRU 1200-EXIT
004560         UNTIL EOF-YES.
004570     CLOSE GRR-HISTORY-FILE.
004580 1100-EXIT.
004590     EXIT.
004600*
004610 1150-READ-HISTORY.
004620     READ GRR-HISTORY-FILE
004630         AT END
004640             SET EOF-YES TO TRUE
004650     END-READ.
004660 1150-EXIT.
004670     EXIT.
004680*
004690 1200-STORE-HISTORY.
004700     PERFORM 1250-ADD-TREND-ENTRY THRU 1250-EXIT.
004710     PERFORM 1150-READ-HISTORY THRU 1150-EXIT.
004720 1200-EXIT.
004730     EXIT.
004740*
004750 1250-ADD-TREND-ENTRY.
004760     IF WS-HIST-COUNT < WS-HIST-MAX
004770         ADD 1 TO WS-HIST-COUNT
004780         MOVE GH-GAUGE-ID TO HST-GAUGE-ID (WS-HIST-COUNT)
004790         MOVE GH-STUDY-ID TO HST-STUDY-ID (WS-HIST-COUNT)
004800         MOVE GH-RUN-DATE TO HST-RUN-DATE (WS-HIST-COUNT)
004810         MOVE GH-GRR-PCT TO HST-GRR-PCT (WS-HIST-COUNT)
004820         MOVE GH-NDC TO HST-NDC (WS-HIST-COUNT)
004830         MOVE GH-VERDICT TO HST-VERDICT (WS-HIST-COUNT)
004840     ELSE
004850         DISPLAY "GAUGERR - WARNING - HISTORY TABLE FULL - "
004860             "STUDY " GH-STUDY-ID " LEFT OFF THE TREND"
004870     END-IF.
004880 1250-EXIT.
004890     EXIT.
004900*
004910 1300-READ-DEF.
004920     READ STUDY-DEF-FILE
004930         AT END
004940             SET EOF-YES TO TRUE
004950         NOT AT END
004960             ADD 1 TO WS-DEF-READ-COUNT
004970     END-READ.
004980 1300-EXIT.
004990     EXIT.
005000*
005010* ---------------------------------------------------------------
005020* 2000-PROCESS-STUDY - ONE S RECORD AND THE C AND O RECORDS THAT
005030* FOLLOW IT.  A C OR O RECORD WITH NO S RECORD AHEAD OF IT IS
005040* SKIPPED WITH A CONSOLE LINE.  A STUDY THAT FAILS VALIDATION IS
005050* PRINTED WITH THE REASON AND NOT RUN; ONE WITH TRIALS MISSING
005060* FROM COILAUD IS PRINTED AS FAR AS IT GOES AND GETS NO VERDICT.
005070* ---------------------------------------------------------------
005080 2000-PROCESS-STUDY.
005090     IF NOT GS-STUDY
005100         DISPLAY "GAUGERR - RECORD TYPE " GS-RECORD-TYPE
005110             " FOR STUDY " GS-STUDY-ID
005120             " OUTSIDE A STUDY - SKIPPED"
005130         ADD 1 TO WS-STRAY-COUNT
005140         PERFORM 1300-READ-DEF THRU 1300-EXIT
005150         GO TO 2000-EXIT.
005160     ADD 1 TO WS-STUDY-COUNT.
005170     PERFORM 2100-START-STUDY THRU 2100-EXIT.
005180     PERFORM 1300-READ-DEF THRU 1300-EXIT.
005190     PERFORM 2200-LOAD-MEMBER THRU 2200-EXIT
005200         UNTIL EOF-YES OR GS-STUDY.
005210     PERFORM 2500-VALIDATE-STUDY THRU 2500-EXIT.
005220     PERFORM 5000-PRINT-STUDY-HEAD THRU 5000-EXIT.
005230     IF STUDY-INVALID
005240         STRING "STUDY NOT RUN - " WS-REJECT-REASON
005250             DELIMITED BY SIZE INTO NL-NOTE
005260         PERFORM 6100-WRITE-NOTE THRU 6100-EXIT
005270         ADD 1 TO WS-NOT-RUN-COUNT
005280         GO TO 2000-EXIT.
005290     PERFORM 3000-COLLECT-READINGS THRU 3000-EXIT.
005300     IF STUDY-COMPLETE
005310         PERFORM 4000-COMPUTE-STUDY THRU 4000-EXIT
005320     END-IF.
005330     PERFORM 5100-PRINT-READINGS THRU 5100-EXIT.
005340     IF STUDY-INCOMPLETE
005350         PERFORM 5150-PRINT-INCOMPLETE THRU 5150-EXIT
005360         ADD 1 TO WS-INCOMPLETE-COUNT
005370         GO TO 2000-EXIT.
005380     ADD 1 TO WS-COMPLETED-COUNT.
005390     PERFORM 5200-PRINT-RESULTS THRU 5200-EXIT.
005400     PERFORM 5300-PRINT-TREND THRU 5300-EXIT.
005410     PERFORM 6900-RECORD-HISTORY THRU 6900-EXIT.
005420 2000-EXIT.
005430     EXIT.
005440*
005450 2100-START-STUDY.
005460     MOVE SPACES TO WS-STUDY.
005470     MOVE GS-STUDY-ID TO STY-STUDY-ID.
005480     MOVE GS-GAUGE-ID TO STY-GAUGE-ID.
005490     MOVE GS-FROM-DATE TO STY-FROM-DATE.
005500     MOVE GS-TO-DATE TO STY-TO-DATE.
005510     MOVE GS-TRIALS TO STY-TRIALS.
005520     MOVE GS-REQUESTED-BY TO STY-REQUESTED-BY.
005530     MOVE ZERO TO STY-COILS.
005540     MOVE ZERO TO STY-OPERATORS.
005550     MOVE SPACES TO GRR-COIL-TABLE.
005560     MOVE SPACES TO GRR-OPERATOR-TABLE.
005570     MOVE ZERO TO GRR-CELL-TABLE.
005580     MOVE SPACES TO WS-REJECT-REASON.
005590     SET STUDY-VALID TO TRUE.
005600     SET STUDY-INCOMPLETE TO TRUE.
005610 2100-EXIT.
005620     EXIT.
005630*
005640* ---------------------------------------------------------------
005650* 2200-LOAD-MEMBER - ONE C (COIL) OR O (OPERATOR) RECORD OF THE
005660* STUDY IN HAND.
005670* ---------------------------------------------------------------
005680 2200-LOAD-MEMBER.
005690     IF GC-STUDY-ID NOT = STY-STUDY-ID
005700         MOVE "COIL OR OPERATOR RECORD FOR ANOTHER STUDY"
005710             TO WS-NEW-REASON
005720         PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
005730         GO TO 2200-ADVANCE.
005740     EVALUATE TRUE
005750         WHEN GS-COIL
005760             PERFORM 2250-ADD-COIL THRU 2250-EXIT
005770         WHEN GS-OPERATOR
005780             PERFORM 2260-ADD-OPERATOR THRU 2260-EXIT
005790         WHEN OTHER
005800             MOVE "UNKNOWN RECORD TYPE IN THE STUDY"
005810                 TO WS-NEW-REASON
005820             PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
005830     END-EVALUATE.
005840 2200-ADVANCE.
005850     PERFORM 1300-READ-DEF THRU 1300-EXIT.
005860 2200-EXIT.
005870     EXIT.
005880*
005890 2250-ADD-COIL.
005900     MOVE GC-COIL-ID TO WS-FIND-COIL-ID.
005910     PERFORM 3300-FIND-COIL THRU 3300-EXIT.
005920     IF ENTRY-FOUND
005930         MOVE "COIL LISTED TWICE IN THE STUDY" TO WS-NEW-REASON
005940         PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
005950         GO TO 2250-EXIT.
005960     IF STY-COILS NOT < WS-MAX-COILS
005970         MOVE "MORE THAN 10 STUDY COILS" TO WS-NEW-REASON
005980         PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
005990         GO TO 2250-EXIT.
006000     ADD 1 TO STY-COILS.
006010     MOVE GC-COIL-ID TO GCT-COIL-ID (STY-COILS).
006015     MOVE ZERO TO GCT-PART-SUM (STY-COILS).
006020 2250-EXIT.
006030     EXIT.
006040*
006050 2260-ADD-OPERATOR.
006060     MOVE GO-OPERATOR-ID TO WS-FIND-OPERATOR-ID.
006070     PERFORM 3400-FIND-OPERATOR THRU 3400-EXIT.
006080     IF ENTRY-FOUND
006090         MOVE "OPERATOR LISTED TWICE IN THE STUDY"
006100             TO WS-NEW-REASON
006110         PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
006120         GO TO 2260-EXIT.
006130     IF STY-OPERATORS NOT < WS-MAX-OPERATORS
006140         MOVE "MORE THAN 3 STUDY OPERATORS" TO WS-NEW-REASON
006150         PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
006160         GO TO 2260-EXIT.
006170     ADD 1 TO STY-OPERATORS.
006180     MOVE GO-OPERATOR-ID TO GOT-OPERATOR-ID (STY-OPERATORS).
006190 2260-EXIT.
006200     EXIT.
006210*
006220* ---------------------------------------------------------------
006230* 2500-VALIDATE-STUDY - THE AVERAGE AND RANGE CONSTANTS COVER 2
006240* OR 3 TRIALS, 2 OR 3 OPERATORS AND 2 TO 10 COILS.  THE GAUGE
006250* MUST BE ON THE GAUGE MASTER AND EVERY OPERATOR ON THE OPERATOR
006260* MASTER (AN OPERATOR SINCE DEACTIVATED STILL COUNTS).  A GAUGE
006270* PAST ITS CALIBRATION DUE DATE AT THE END OF THE WINDOW IS
006280* NOTED ON THE STUDY, NOT REFUSED.
006290* ---------------------------------------------------------------
006300 2500-VALIDATE-STUDY.
006310     IF STY-TRIALS < 2 OR STY-TRIALS > 3
006320         MOVE "TRIALS PER OPERATOR MUST BE 2 OR 3"
006330             TO WS-NEW-REASON
006340         PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
006350     END-IF.
006360     IF STY-COILS < 2
006370         MOVE "FEWER THAN 2 STUDY COILS" TO WS-NEW-REASON
006380         PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
006390     END-IF.
006400     IF STY-OPERATORS < 2
006410         MOVE "FEWER THAN 2 STUDY OPERATORS" TO WS-NEW-REASON
006420         PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
006430     END-IF.
006440     IF STY-FROM-DATE = ZERO OR STY-TO-DATE < STY-FROM-DATE
006450         MOVE "STUDY WINDOW DATES NOT VALID" TO WS-NEW-REASON
006460         PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
006470     END-IF.
006480     CALL "GAUGECHK" USING STY-GAUGE-ID STY-TO-DATE
006490         STY-GAUGE-DESC WS-GAUGE-DUE-DATE WS-GAUGE-RETURN-CODE.
006500     EVALUATE TRUE
006510         WHEN GAUGE-UNKNOWN
006520             MOVE "GAUGE NOT ON THE GAUGE MASTER"
006530                 TO WS-NEW-REASON
006540             PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
006550         WHEN GAUGE-PAST-DUE
006560             MOVE "GAUGE WAS PAST CALIBRATION DUE IN WINDOW"
006570                 TO STY-GAUGE-NOTE
006580         WHEN GAUGE-INACTIVE
006590             MOVE "GAUGE IS NOW INACTIVE ON THE GAUGE MASTER"
006600                 TO STY-GAUGE-NOTE
006610         WHEN NO-GAUGE-MASTER
006620             MOVE "NO GAUGE MASTER - GAUGE NOT CHECKED"
006630                 TO STY-GAUGE-NOTE
006640     END-EVALUATE.
006650     PERFORM 2550-CHECK-OPERATOR THRU 2550-EXIT
006660         VARYING WS-OP-SUB FROM 1 BY 1
006670         UNTIL WS-OP-SUB > STY-OPERATORS.
006680 2500-EXIT.
006690     EXIT.
006700*
006710 2550-CHECK-OPERATOR.
006720     CALL "OPERCHK" USING GOT-OPERATOR-ID (WS-OP-SUB)
006730         WS-OPERATOR-NAME WS-OPERATOR-CERT-LEVEL
006740         WS-OPERATOR-RETURN-CODE.
006750     IF OPERATOR-UNKNOWN
006760         MOVE "STUDY OPERATOR NOT ON THE OPERATOR MASTER"
006770             TO WS-NEW-REASON
006780         PERFORM 2900-REJECT-STUDY THRU 2900-EXIT
006790     ELSE
006800         MOVE WS-OPERATOR-NAME TO GOT-NAME (WS-OP-SUB)
006810     END-IF.
006820 2550-EXIT.
006830     EXIT.
006840*
006850* ---------------------------------------------------------------
006860* 2900-REJECT-STUDY - MARK THE STUDY NOT RUNNABLE, KEEPING THE
006870* FIRST REASON FOUND FOR THE REPORT.
006880* ---------------------------------------------------------------
006890 2900-REJECT-STUDY.
006900     IF STUDY-VALID
006910         MOVE WS-NEW-REASON TO WS-REJECT-REASON
006920         SET STUDY-INVALID TO TRUE
006930     END-IF.
006940 2900-EXIT.
006950     EXIT.
006960*
006970* ---------------------------------------------------------------
006980* 3000-COLLECT-READINGS - ONE PASS OF THE AUDIT TRAIL PER STUDY.
006990* A FLUX2 OR FLUX4 READING ON THE STUDY GAUGE, IN THE WINDOW, FOR
007000* A STUDY COIL BY A STUDY OPERATOR FILLS THE NEXT TRIAL OF ITS
007010* CELL; READINGS BEYOND THE TRIALS ASKED FOR ARE COUNTED AND LEFT
007020* OUT.
007030* ---------------------------------------------------------------
007040 3000-COLLECT-READINGS.
007050     MOVE ZERO TO WS-MATCH-COUNT.
007060     MOVE ZERO TO WS-EXTRA-COUNT.
007070     OPEN INPUT AUDIT-FILE.
007080     IF WS-AUDIT-STATUS = "35"
007090         DISPLAY "GAUGERR - WARNING - NO COILAUD FILE - "
007100             "STUDY " STY-STUDY-ID " HAS NO READINGS"
007110     ELSE
007120         SET AUDIT-EOF-NO TO TRUE
007130         PERFORM 3100-READ-AUDIT THRU 3100-EXIT
007140             UNTIL AUDIT-EOF-YES
007150         CLOSE AUDIT-FILE
007160     END-IF.
007170     COMPUTE WS-EXPECTED-COUNT =
007180         STY-OPERATORS * STY-COILS * STY-TRIALS.
007190     COMPUTE WS-MISSING-COUNT =
007200         WS-EXPECTED-COUNT - WS-MATCH-COUNT.
007210     IF WS-MISSING-COUNT = ZERO
007220         SET STUDY-COMPLETE TO TRUE
007230     END-IF.
007240 3000-EXIT.
007250     EXIT.
007260*
007270 3100-READ-AUDIT.
007280     READ AUDIT-FILE
007290         AT END
007300             SET AUDIT-EOF-YES TO TRUE
007310         NOT AT END
007320             ADD 1 TO WS-AUDIT-READ-COUNT
007330             PERFORM 3200-MATCH-READING THRU 3200-EXIT
007340     END-READ.
007350 3100-EXIT.
007360     EXIT.
007370*
007380 3200-MATCH-READING.
007390     IF AR-PROGRAM-ID NOT = "FLUX2   "
007400             AND AR-PROGRAM-ID NOT = "FLUX4   "
007410         GO TO 3200-EXIT.
007420     IF AR-GAUGE-ID NOT = STY-GAUGE-ID
007430         GO TO 3200-EXIT.
007440     IF AR-RUN-DATE < STY-FROM-DATE OR AR-RUN-DATE > STY-TO-DATE
007450         GO TO 3200-EXIT.
007460     MOVE AR-COIL-ID TO WS-FIND-COIL-ID.
007470     PERFORM 3300-FIND-COIL THRU 3300-EXIT.
007480     IF ENTRY-NOT-FOUND
007490         GO TO 3200-EXIT.
007500     MOVE AR-OPERATOR-ID TO WS-FIND-OPERATOR-ID.
007510     PERFORM 3400-FIND-OPERATOR THRU 3400-EXIT.
007520     IF ENTRY-NOT-FOUND
007530         GO TO 3200-EXIT.
007540     IF GCL-COUNT (WS-OP-SUB, WS-COIL-SUB) NOT < STY-TRIALS
007550         ADD 1 TO WS-EXTRA-COUNT
007560         GO TO 3200-EXIT.
007570     ADD 1 TO GCL-COUNT (WS-OP-SUB, WS-COIL-SUB).
007580     MOVE GCL-COUNT (WS-OP-SUB, WS-COIL-SUB) TO WS-TRIAL-SUB.
007590     MOVE AR-RESULT
007600         TO GCL-READING (WS-OP-SUB, WS-COIL-SUB, WS-TRIAL-SUB).
007610     ADD 1 TO WS-MATCH-COUNT.
007620 3200-EXIT.
007630     EXIT.
007640*
007650* ---------------------------------------------------------------
007660* 3300-FIND-COIL / 3400-FIND-OPERATOR - LOCATE WS-FIND-COIL-ID
007670* OR WS-FIND-OPERATOR-ID AMONG THE STUDY'S MEMBERS, LEAVING
007680* WS-COIL-SUB OR WS-OP-SUB ON THE ENTRY WHEN FOUND.
007690* ---------------------------------------------------------------
007700 3300-FIND-COIL.
007710     SET ENTRY-NOT-FOUND TO TRUE.
007720     PERFORM 3350-MATCH-COIL THRU 3350-EXIT
007730         VARYING WS-SUB FROM 1 BY 1
007740         UNTIL WS-SUB > STY-COILS OR ENTRY-FOUND.
007750 3300-EXIT.
007760     EXIT.
007770*
007780 3350-MATCH-COIL.
007790     IF GCT-COIL-ID (WS-SUB) = WS-FIND-COIL-ID
007800         SET ENTRY-FOUND TO TRUE
007810         MOVE WS-SUB TO WS-COIL-SUB
007820     END-IF.
007830 3350-EXIT.
007840     EXIT.
007850*
007860 3400-FIND-OPERATOR.
007870     SET ENTRY-NOT-FOUND TO TRUE.
007880     PERFORM 3450-MATCH-OPERATOR THRU 3450-EXIT
007890         VARYING WS-SUB FROM 1 BY 1
007900         UNTIL WS-SUB > STY-OPERATORS OR ENTRY-FOUND.
007910 3400-EXIT.
007920     EXIT.
007930*
007940 3450-MATCH-OPERATOR.
007950     IF GOT-OPERATOR-ID (WS-SUB) = WS-FIND-OPERATOR-ID
007960         SET ENTRY-FOUND TO TRUE
007970         MOVE WS-SUB TO WS-OP-SUB
007980     END-IF.
007990 3450-EXIT.
008000     EXIT.
008010*
008020* ---------------------------------------------------------------
008030* 4000-COMPUTE-STUDY - AVERAGE AND RANGE METHOD.
008040*   EV  = R-BAR (MEAN OF THE CELL RANGES) * K1
008050*   AV  = ROOT OF ((X-DIFF * K2) SQUARED - EV SQUARED / (N * R)),
008060*         ZERO WHEN NEGATIVE; X-DIFF IS THE SPREAD OF THE
008070*         OPERATOR AVERAGES, N COILS, R TRIALS
008080*   GRR = ROOT OF (EV SQUARED + AV SQUARED)
008090*   PV  = RP (SPREAD OF THE COIL AVERAGES) * K3
008100*   TV  = ROOT OF (GRR SQUARED + PV SQUARED)
008110*   NDC = 1.41 * PV / GRR, TRUNCATED
008120* PASS NEEDS %GRR UNDER WS-GRR-PASS-PCT AND NDC OF AT LEAST
008130* WS-MIN-NDC; %GRR OVER WS-GRR-FAIL-PCT FAILS; ANYTHING BETWEEN
008140* IS MARGINAL.  A STUDY WITH NO VARIATION AT ALL FAILS - THE
008150* GAUGE CANNOT TELL THE COILS APART.
008160* ---------------------------------------------------------------
008170 4000-COMPUTE-STUDY.
008180     PERFORM 4100-OPERATOR-STATS THRU 4100-EXIT
008190         VARYING WS-OP-SUB FROM 1 BY 1
008200         UNTIL WS-OP-SUB > STY-OPERATORS.
008210     MOVE ZERO TO WS-RANGE-SUM.
008220     PERFORM 4300-SUM-RBAR THRU 4300-EXIT
008230         VARYING WS-OP-SUB FROM 1 BY 1
008240         UNTIL WS-OP-SUB > STY-OPERATORS.
008250     COMPUTE WS-RBAR ROUNDED = WS-RANGE-SUM / STY-OPERATORS.
008260     MOVE 9999 TO WS-SPREAD-LOW.
008270     MOVE ZERO TO WS-SPREAD-HIGH.
008280     PERFORM 4400-OPERATOR-SPREAD THRU 4400-EXIT
008290         VARYING WS-OP-SUB FROM 1 BY 1
008300         UNTIL WS-OP-SUB > STY-OPERATORS.
008310     COMPUTE WS-XDIFF = WS-SPREAD-HIGH - WS-SPREAD-LOW.
008320     MOVE 9999 TO WS-SPREAD-LOW.
008330     MOVE ZERO TO WS-SPREAD-HIGH.
008340     PERFORM 4500-PART-SPREAD THRU 4500-EXIT
008350         VARYING WS-COIL-SUB FROM 1 BY 1
008360         UNTIL WS-COIL-SUB > STY-COILS.
008370     COMPUTE WS-RP = WS-SPREAD-HIGH - WS-SPREAD-LOW.
008380     MOVE GRR-K1 (STY-TRIALS - 1) TO WS-K1.
008390     MOVE GRR-K2 (STY-OPERATORS - 1) TO WS-K2.
008400     MOVE GRR-K3 (STY-COILS - 1) TO WS-K3.
008410     COMPUTE WS-EV ROUNDED = WS-RBAR * WS-K1.
008420     COMPUTE WS-AV-SQUARED ROUNDED =
008430         ((WS-XDIFF * WS-K2) ** 2)
008440         - ((WS-EV ** 2) / (STY-COILS * STY-TRIALS)).
008450     IF WS-AV-SQUARED > ZERO
008460         COMPUTE WS-AV ROUNDED = WS-AV-SQUARED ** 0.5
008470     ELSE
008480         MOVE ZERO TO WS-AV
008490     END-IF.
008500     COMPUTE WS-GRR ROUNDED =
008510         ((WS-EV ** 2) + (WS-AV ** 2)) ** 0.5.
008520     COMPUTE WS-PV ROUNDED = WS-RP * WS-K3.
008530     COMPUTE WS-TV ROUNDED =
008540         ((WS-GRR ** 2) + (WS-PV ** 2)) ** 0.5.
008550     IF WS-TV = ZERO
008560         MOVE ZERO TO WS-PCT-EV WS-PCT-AV WS-PCT-GRR WS-PCT-PV
008570         MOVE ZERO TO WS-NDC
008580         SET VERDICT-FAIL TO TRUE
008590         GO TO 4000-COUNT.
008600     COMPUTE WS-PCT-EV ROUNDED = WS-EV * 100 / WS-TV.
008610     COMPUTE WS-PCT-AV ROUNDED = WS-AV * 100 / WS-TV.
008620     COMPUTE WS-PCT-GRR ROUNDED = WS-GRR * 100 / WS-TV.
008630     COMPUTE WS-PCT-PV ROUNDED = WS-PV * 100 / WS-TV.
008640     IF WS-GRR = ZERO
008650         MOVE 999 TO WS-NDC
008660     ELSE
008670         COMPUTE WS-NDC = 1.41 * WS-PV / WS-GRR
008680             ON SIZE ERROR
008690                 MOVE 999 TO WS-NDC
008700         END-COMPUTE
008710     END-IF.
008720     EVALUATE TRUE
008730         WHEN WS-PCT-GRR > WS-GRR-FAIL-PCT
008740             SET VERDICT-FAIL TO TRUE
008750         WHEN WS-PCT-GRR < WS-GRR-PASS-PCT
008760                 AND WS-NDC NOT < WS-MIN-NDC
008770             SET VERDICT-PASS TO TRUE
008780         WHEN OTHER
008790             SET VERDICT-MARGINAL TO TRUE
008800     END-EVALUATE.
008810 4000-COUNT.
008820     EVALUATE TRUE
008830         WHEN VERDICT-PASS
008840             ADD 1 TO WS-PASS-COUNT
008850         WHEN VERDICT-MARGINAL
008860             ADD 1 TO WS-MARGINAL-COUNT
008870         WHEN OTHER
008880             ADD 1 TO WS-FAIL-COUNT
008890     END-EVALUATE.
008900 4000-EXIT.
008910     EXIT.
008920*
008930 4100-OPERATOR-STATS.
008940     MOVE ZERO TO GOT-SUM (WS-OP-SUB).
008950     MOVE ZERO TO GOT-RANGE-SUM (WS-OP-SUB).
008960     PERFORM 4200-CELL-STATS THRU 4200-EXIT
008970         VARYING WS-COIL-SUB FROM 1 BY 1
008980         UNTIL WS-COIL-SUB > STY-COILS.
008990     COMPUTE GOT-AVG (WS-OP-SUB) ROUNDED =
009000         GOT-SUM (WS-OP-SUB) / (STY-COILS * STY-TRIALS).
009010     COMPUTE GOT-RBAR (WS-OP-SUB) ROUNDED =
009020         GOT-RANGE-SUM (WS-OP-SUB) / STY-COILS.
009030 4100-EXIT.
009040     EXIT.
009050*
009060 4200-CELL-STATS.
009070     MOVE ZERO TO WS-CELL-SUM.
009080     MOVE 9999.9999 TO WS-CELL-LOW.
009090     MOVE ZERO TO WS-CELL-HIGH.
009100     PERFORM 4250-TRIAL-STATS THRU 4250-EXIT
009110         VARYING WS-TRIAL-SUB FROM 1 BY 1
009120         UNTIL WS-TRIAL-SUB > STY-TRIALS.
009130     COMPUTE GCL-AVG (WS-OP-SUB, WS-COIL-SUB) ROUNDED =
009140         WS-CELL-SUM / STY-TRIALS.
009150     COMPUTE GCL-RANGE (WS-OP-SUB, WS-COIL-SUB) =
009160         WS-CELL-HIGH - WS-CELL-LOW.
009170     ADD WS-CELL-SUM TO GOT-SUM (WS-OP-SUB).
009180     ADD WS-CELL-SUM TO GCT-PART-SUM (WS-COIL-SUB).
009190     ADD GCL-RANGE (WS-OP-SUB, WS-COIL-SUB)
009200         TO GOT-RANGE-SUM (WS-OP-SUB).
009210 4200-EXIT.
009220     EXIT.
009230*
009240 4250-TRIAL-STATS.
009250     ADD GCL-READING (WS-OP-SUB, WS-COIL-SUB, WS-TRIAL-SUB)
009260         TO WS-CELL-SUM.
009270     IF GCL-READING (WS-OP-SUB, WS-COIL-SUB, WS-TRIAL-SUB)
009280             < WS-CELL-LOW
009290         MOVE GCL-READING (WS-OP-SUB, WS-COIL-SUB, WS-TRIAL-SUB)
009300             TO WS-CELL-LOW
009310     END-IF.
009320     IF GCL-READING (WS-OP-SUB, WS-COIL-SUB, WS-TRIAL-SUB)
009330             > WS-CELL-HIGH
009340         MOVE GCL-READING (WS-OP-SUB, WS-COIL-SUB, WS-TRIAL-SUB)
009350             TO WS-CELL-HIGH
009360     END-IF.
009370 4250-EXIT.
009380     EXIT.
009390*
009400 4300-SUM-RBAR.
009410     ADD GOT-RBAR (WS-OP-SUB) TO WS-RANGE-SUM.
009420 4300-EXIT.
009430     EXIT.
009440*
009450 4400-OPERATOR-SPREAD.
009460     IF GOT-AVG (WS-OP-SUB) < WS-SPREAD-LOW
009470         MOVE GOT-AVG (WS-OP-SUB) TO WS-SPREAD-LOW
009480     END-IF.
009490     IF GOT-AVG (WS-OP-SUB) > WS-SPREAD-HIGH
009500         MOVE GOT-AVG (WS-OP-SUB) TO WS-SPREAD-HIGH
009510     END-IF.
009520 4400-EXIT.
009530     EXIT.
009540*
009550 4500-PART-SPREAD.
009560     COMPUTE GCT-PART-AVG (WS-COIL-SUB) ROUNDED =
009570         GCT-PART-SUM (WS-COIL-SUB) /
009580         (STY-OPERATORS * STY-TRIALS).
009590     IF GCT-PART-AVG (WS-COIL-SUB) < WS-SPREAD-LOW
009600         MOVE GCT-PART-AVG (WS-COIL-SUB) TO WS-SPREAD-LOW
009610     END-IF.
009620     IF GCT-PART-AVG (WS-COIL-SUB) > WS-SPREAD-HIGH
009630         MOVE GCT-PART-AVG (WS-COIL-SUB) TO WS-SPREAD-HIGH
009640     END-IF.
009650 4500-EXIT.
009660     EXIT.
009670*
009680* ---------------------------------------------------------------
009690* 5000-PRINT-STUDY-HEAD - EACH STUDY STARTS A PAGE WITH ITS
009700* GAUGE, WINDOW AND SIZE.
009710* ---------------------------------------------------------------
009720 5000-PRINT-STUDY-HEAD.
009730     SET HEAD-STUDY TO TRUE.
009740     MOVE STY-STUDY-ID TO SL-STUDY-ID.
009750     MOVE STY-GAUGE-ID TO SL-GAUGE-ID.
009760     MOVE STY-GAUGE-DESC TO SL-GAUGE-DESC.
009770     PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT.
009780     MOVE STY-FROM-DATE TO WL-FROM-DATE.
009790     MOVE STY-TO-DATE TO WL-TO-DATE.
009800     MOVE STY-COILS TO WL-COILS.
009810     MOVE STY-OPERATORS TO WL-OPERATORS.
009820     MOVE STY-TRIALS TO WL-TRIALS.
009830     MOVE WS-WINDOW-LINE TO WS-PRINT-LINE.
009840     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
009850     MOVE SPACES TO NL-NOTE.
009860     STRING "REQUESTED BY " STY-REQUESTED-BY
009870         DELIMITED BY SIZE INTO NL-NOTE.
009880     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
009890     IF STY-GAUGE-NOTE NOT = SPACE
009900         MOVE STY-GAUGE-NOTE TO NL-NOTE
009910         PERFORM 6100-WRITE-NOTE THRU 6100-EXIT
009920     END-IF.
009930     MOVE SPACES TO NL-NOTE.
009940 5000-EXIT.
009950     EXIT.
009960*
009970* ---------------------------------------------------------------
009980* 5100-PRINT-READINGS - ONE BLOCK PER OPERATOR: EACH COIL'S
009990* TRIALS, AND ONCE THE STUDY IS COMPLETE THE CELL AVERAGE AND
010000* RANGE AND THE OPERATOR'S AVERAGE AND MEAN RANGE.
010010* ---------------------------------------------------------------
010020 5100-PRINT-READINGS.
010030     PERFORM 5110-PRINT-OPERATOR THRU 5110-EXIT
010040         VARYING WS-OP-SUB FROM 1 BY 1
010050         UNTIL WS-OP-SUB > STY-OPERATORS.
010060 5100-EXIT.
010070     EXIT.
010080*
010090 5110-PRINT-OPERATOR.
010100     MOVE SPACES TO WS-PRINT-LINE.
010110     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010120     MOVE GOT-OPERATOR-ID (WS-OP-SUB) TO OL-OPERATOR-ID.
010130     MOVE GOT-NAME (WS-OP-SUB) TO OL-NAME.
010140     MOVE WS-OPERATOR-LINE TO WS-PRINT-LINE.
010150     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010160     MOVE WS-GRID-HEADING TO WS-PRINT-LINE.
010170     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010180     PERFORM 5120-PRINT-CELL THRU 5120-EXIT
010190         VARYING WS-COIL-SUB FROM 1 BY 1
010200         UNTIL WS-COIL-SUB > STY-COILS.
010210     IF STUDY-COMPLETE
010220         MOVE "OPERATOR AVERAGE" TO VL-LABEL
010230         MOVE GOT-AVG (WS-OP-SUB) TO VL-VALUE
010240         MOVE SPACES TO VL-PCT-X
010250         PERFORM 6200-WRITE-VALUE THRU 6200-EXIT
010260         MOVE "OPERATOR MEAN RANGE" TO VL-LABEL
010270         MOVE GOT-RBAR (WS-OP-SUB) TO VL-VALUE
010280         MOVE SPACES TO VL-PCT-X
010290         PERFORM 6200-WRITE-VALUE THRU 6200-EXIT
010300     END-IF.
010310 5110-EXIT.
010320     EXIT.
010330*
010340 5120-PRINT-CELL.
010350     MOVE SPACES TO WS-GRID-LINE.
010360     MOVE GCT-COIL-ID (WS-COIL-SUB) TO GL-COIL-ID.
010370     PERFORM 5130-PRINT-TRIAL THRU 5130-EXIT
010380         VARYING WS-TRIAL-SUB FROM 1 BY 1
010390         UNTIL WS-TRIAL-SUB > STY-TRIALS.
010400     IF STUDY-COMPLETE
010410         MOVE GCL-AVG (WS-OP-SUB, WS-COIL-SUB) TO GL-AVG
010420         MOVE GCL-RANGE (WS-OP-SUB, WS-COIL-SUB) TO GL-RANGE
010430     END-IF.
010440     MOVE WS-GRID-LINE TO WS-PRINT-LINE.
010450     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010460 5120-EXIT.
010470     EXIT.
010480*
010490 5130-PRINT-TRIAL.
010500     IF WS-TRIAL-SUB > GCL-COUNT (WS-OP-SUB, WS-COIL-SUB)
010510         MOVE "  MISSING" TO GL-TRIAL-X (WS-TRIAL-SUB)
010520     ELSE
010530         MOVE GCL-READING (WS-OP-SUB, WS-COIL-SUB, WS-TRIAL-SUB)
010540             TO GL-TRIAL (WS-TRIAL-SUB)
010550     END-IF.
010560 5130-EXIT.
010570     EXIT.
010580*
010590 5150-PRINT-INCOMPLETE.
010600     MOVE SPACES TO WS-PRINT-LINE.
010610     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010620     MOVE SPACES TO NL-NOTE.
010630     STRING "STUDY INCOMPLETE - " WS-MISSING-COUNT
010640         " OF " WS-EXPECTED-COUNT
010650         " TRIALS NOT FOUND ON COILAUD - NO VERDICT"
010660         DELIMITED BY SIZE INTO NL-NOTE.
010670     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
010680 5150-EXIT.
010690     EXIT.
010700*
010710* ---------------------------------------------------------------
010720* 5200-PRINT-RESULTS - THE COIL AVERAGES, THE VARIATION FIGURES
010730* WITH EACH ONE'S SHARE OF TOTAL VARIATION, NDC AND THE VERDICT.
010740* ---------------------------------------------------------------
010750 5200-PRINT-RESULTS.
010760     MOVE SPACES TO WS-PRINT-LINE.
010770     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010780     PERFORM 5210-PRINT-PART-AVG THRU 5210-EXIT
010790         VARYING WS-COIL-SUB FROM 1 BY 1
010800         UNTIL WS-COIL-SUB > STY-COILS.
010810     MOVE SPACES TO WS-PRINT-LINE.
010820     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010830     MOVE WS-VALUE-HEADING TO WS-PRINT-LINE.
010840     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010850     MOVE SPACES TO VL-PCT-X.
010860     MOVE "AVERAGE RANGE (R-BAR)" TO VL-LABEL.
010870     MOVE WS-RBAR TO VL-VALUE.
010880     PERFORM 6200-WRITE-VALUE THRU 6200-EXIT.
010890     MOVE "SPREAD OF OPERATOR AVERAGES" TO VL-LABEL.
010900     MOVE WS-XDIFF TO VL-VALUE.
010910     PERFORM 6200-WRITE-VALUE THRU 6200-EXIT.
010920     MOVE "SPREAD OF COIL AVERAGES (RP)" TO VL-LABEL.
010930     MOVE WS-RP TO VL-VALUE.
010940     PERFORM 6200-WRITE-VALUE THRU 6200-EXIT.
010950     MOVE "EQUIPMENT VARIATION (EV)" TO VL-LABEL.
010960     MOVE WS-EV TO VL-VALUE.
010970     MOVE WS-PCT-EV TO VL-PCT.
010980     PERFORM 6200-WRITE-VALUE THRU 6200-EXIT.
010990     MOVE "APPRAISER VARIATION (AV)" TO VL-LABEL.
011000     MOVE WS-AV TO VL-VALUE.
011010     MOVE WS-PCT-AV TO VL-PCT.
011020     PERFORM 6200-WRITE-VALUE THRU 6200-EXIT.
011030     MOVE "GAUGE R&R (GRR)" TO VL-LABEL.
011040     MOVE WS-GRR TO VL-VALUE.
011050     MOVE WS-PCT-GRR TO VL-PCT.
011060     PERFORM 6200-WRITE-VALUE THRU 6200-EXIT.
011070     MOVE "PART VARIATION (PV)" TO VL-LABEL.
011080     MOVE WS-PV TO VL-VALUE.
011090     MOVE WS-PCT-PV TO VL-PCT.
011100     PERFORM 6200-WRITE-VALUE THRU 6200-EXIT.
011110     MOVE "TOTAL VARIATION (TV)" TO VL-LABEL.
011120     MOVE WS-TV TO VL-VALUE.
011130     MOVE SPACES TO VL-PCT-X.
011140     PERFORM 6200-WRITE-VALUE THRU 6200-EXIT.
011150     MOVE SPACES TO NL-NOTE.
011160     STRING "NUMBER OF DISTINCT CATEGORIES (NDC) " WS-NDC
011170         DELIMITED BY SIZE INTO NL-NOTE.
011180     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
011190     IF WS-EXTRA-COUNT > ZERO
011200         MOVE SPACES TO NL-NOTE
011210         STRING WS-EXTRA-COUNT " READINGS BEYOND THE TRIALS "
011220             "ASKED FOR WERE LEFT OUT"
011230             DELIMITED BY SIZE INTO NL-NOTE
011240         PERFORM 6100-WRITE-NOTE THRU 6100-EXIT
011250     END-IF.
011260     MOVE SPACES TO WS-PRINT-LINE.
011270     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
011280     EVALUATE TRUE
011290         WHEN WS-TV = ZERO
011300             MOVE "VERDICT  FAIL - NO VARIATION SEEN, GAUGE"
011310                 TO NL-NOTE
011320             PERFORM 6100-WRITE-NOTE THRU 6100-EXIT
011330             MOVE "         CANNOT TELL THE STUDY COILS APART"
011340                 TO NL-NOTE
011350         WHEN VERDICT-PASS
011360             MOVE "VERDICT  PASS - MEASUREMENT SYSTEM ACCEPTABLE"
011370                 TO NL-NOTE
011380         WHEN VERDICT-MARGINAL
011390             MOVE "VERDICT  MARGINAL - NEEDS QA SIGN-OFF TO USE"
011400                 TO NL-NOTE
011410         WHEN OTHER
011420             MOVE "VERDICT  FAIL - MEASUREMENT SYSTEM UNFIT"
011430                 TO NL-NOTE
011440     END-EVALUATE.
011450     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
011460     MOVE "         (PASS UNDER 10% GRR WITH NDC 5 OR MORE, "
011470         TO NL-NOTE.
011480     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
011490     MOVE "          FAIL OVER 30% GRR)" TO NL-NOTE.
011500     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
011510 5200-EXIT.
011520     EXIT.
011530*
011540 5210-PRINT-PART-AVG.
011550     MOVE SPACES TO VL-LABEL.
011560     STRING "COIL " GCT-COIL-ID (WS-COIL-SUB) " AVERAGE"
011570         DELIMITED BY SIZE INTO VL-LABEL.
011580     MOVE GCT-PART-AVG (WS-COIL-SUB) TO VL-VALUE.
011590     MOVE SPACES TO VL-PCT-X.
011600     PERFORM 6200-WRITE-VALUE THRU 6200-EXIT.
011610 5210-EXIT.
011620     EXIT.
011630*
011640* ---------------------------------------------------------------
011650* 5300-PRINT-TREND - EVERY EARLIER STUDY OF THE SAME GAUGE FROM
011660* GRRHIST, OLDEST FIRST, THEN THIS ONE.  A STUDY ID ALREADY ON
011670* THE HISTORY IS A RERUN AND IS NOT ADDED AGAIN.
011680* ---------------------------------------------------------------
011690 5300-PRINT-TREND.
011700     MOVE SPACES TO WS-PRINT-LINE.
011710     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
011720     MOVE SPACES TO NL-NOTE.
011730     STRING "STUDY HISTORY FOR GAUGE " STY-GAUGE-ID
011740         DELIMITED BY SIZE INTO NL-NOTE.
011750     PERFORM 6100-WRITE-NOTE THRU 6100-EXIT.
011760     MOVE WS-TREND-HEADING TO WS-PRINT-LINE.
011770     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
011780     SET STUDY-NOT-ON-HISTORY TO TRUE.
011790     PERFORM 5350-PRINT-HISTORY-LINE THRU 5350-EXIT
011800         VARYING WS-HIST-SUB FROM 1 BY 1
011810         UNTIL WS-HIST-SUB > WS-HIST-COUNT.
011820     IF STUDY-ON-HISTORY
011830         MOVE "THIS STUDY IS ALREADY ON GRRHIST - NOT ADDED AGAIN"
011840             TO NL-NOTE
011850         PERFORM 6100-WRITE-NOTE THRU 6100-EXIT
011860         GO TO 5300-EXIT.
011870     MOVE WS-RUN-DATE-8 TO TR-RUN-DATE.
011880     MOVE STY-STUDY-ID TO TR-STUDY-ID.
011890     MOVE WS-PCT-GRR TO TR-GRR-PCT.
011900     MOVE WS-NDC TO TR-NDC.
011910     MOVE WS-VERDICT TO GH-VERDICT.
011920     PERFORM 5380-VERDICT-WORD THRU 5380-EXIT.
011930     MOVE "(THIS STUDY)" TO TR-NOTE.
011940     MOVE WS-TREND-LINE TO WS-PRINT-LINE.
011950     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
011960 5300-EXIT.
011970     EXIT.
011980*
011990 5350-PRINT-HISTORY-LINE.
012000     IF HST-GAUGE-ID (WS-HIST-SUB) NOT = STY-GAUGE-ID
012010         GO TO 5350-EXIT.
012020     MOVE HST-RUN-DATE (WS-HIST-SUB) TO TR-RUN-DATE.
012030     MOVE HST-STUDY-ID (WS-HIST-SUB) TO TR-STUDY-ID.
012040     MOVE HST-GRR-PCT (WS-HIST-SUB) TO TR-GRR-PCT.
012050     MOVE HST-NDC (WS-HIST-SUB) TO TR-NDC.
012060     MOVE HST-VERDICT (WS-HIST-SUB) TO GH-VERDICT.
012070     PERFORM 5380-VERDICT-WORD THRU 5380-EXIT.
012080     MOVE SPACES TO TR-NOTE.
012090     IF HST-STUDY-ID (WS-HIST-SUB) = STY-STUDY-ID
012100         SET STUDY-ON-HISTORY TO TRUE
012110         MOVE "(THIS STUDY)" TO TR-NOTE
012120     END-IF.
012130     MOVE WS-TREND-LINE TO WS-PRINT-LINE.
012140     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
012150 5350-EXIT.
012160     EXIT.
012170*
012180 5380-VERDICT-WORD.
012190     EVALUATE TRUE
012200         WHEN GH-VERDICT-PASS
012210             MOVE "PASS" TO TR-VERDICT
012220         WHEN GH-VERDICT-MARGINAL
012230             MOVE "MARGINAL" TO TR-VERDICT
012240         WHEN OTHER
012250             MOVE "FAIL" TO TR-VERDICT
012260     END-EVALUATE.
012270 5380-EXIT.
012280     EXIT.
012290*
012300* ---------------------------------------------------------------
012310* 6000-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
012320* LINE STAGED IN WS-PRINT-LINE.
012330* ---------------------------------------------------------------
012340 6000-WRITE-LINE.
012350     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
012360         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
012370     END-IF.
012380     WRITE REPORT-RECORD FROM WS-PRINT-LINE
012390         AFTER ADVANCING 1 LINE.
012400     ADD 1 TO WS-LINE-COUNT.
012410 6000-EXIT.
012420     EXIT.
012430*
012440 6100-WRITE-NOTE.
012450     MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
012460     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
012470     MOVE SPACES TO NL-NOTE.
012480 6100-EXIT.
012490     EXIT.
012500*
012510 6200-WRITE-VALUE.
012520     MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
012530     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
012540 6200-EXIT.
012550     EXIT.
012560*
012570* ---------------------------------------------------------------
012580* 6500-WRITE-HEADINGS - THE RUN HEADING, AND ON A STUDY PAGE THE
012590* STUDY LINE SO A STUDY RUNNING ONTO A SECOND PAGE IS STILL
012600* NAMED.
012610* ---------------------------------------------------------------
012620 6500-WRITE-HEADINGS.
012630     ADD 1 TO WS-PAGE-COUNT.
012640     MOVE WS-RUN-MM TO H1-RUN-MM.
012650     MOVE WS-RUN-DD TO H1-RUN-DD.
012660     MOVE WS-RUN-YY TO H1-RUN-YY.
012670     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
012680     WRITE REPORT-RECORD FROM WS-HEADING-1
012690         AFTER ADVANCING PAGE.
012700     MOVE ZERO TO WS-LINE-COUNT.
012710     IF HEAD-STUDY
012720         WRITE REPORT-RECORD FROM WS-STUDY-LINE
012730             AFTER ADVANCING 2 LINES
012740         MOVE 1 TO WS-LINE-COUNT
012750     END-IF.
012760 6500-EXIT.
012770     EXIT.
012780*
012790* ---------------------------------------------------------------
012800* 6900-RECORD-HISTORY - APPEND THE COMPLETED STUDY TO GRRHIST AND
012810* TO THE TREND TABLE, SO A LATER STUDY OF THE SAME GAUGE IN THIS
012820* RUN SHOWS IT TOO.
012830* ---------------------------------------------------------------
012840 6900-RECORD-HISTORY.
012850     IF STUDY-ON-HISTORY
012860         GO TO 6900-EXIT.
012870     MOVE SPACES TO GRR-HISTORY-RECORD.
012880     MOVE STY-GAUGE-ID TO GH-GAUGE-ID.
012890     MOVE STY-STUDY-ID TO GH-STUDY-ID.
012900     MOVE WS-RUN-DATE-8 TO GH-RUN-DATE.
012910     MOVE STY-FROM-DATE TO GH-FROM-DATE.
012920     MOVE STY-TO-DATE TO GH-TO-DATE.
012930     MOVE STY-COILS TO GH-COILS.
012940     MOVE STY-OPERATORS TO GH-OPERATORS.
012950     MOVE STY-TRIALS TO GH-TRIALS.
012960     MOVE WS-EV TO GH-EV.
012970     MOVE WS-AV TO GH-AV.
012980     MOVE WS-GRR TO GH-GRR.
012990     MOVE WS-PV TO GH-PV.
013000     MOVE WS-PCT-GRR TO GH-GRR-PCT.
013010     MOVE WS-NDC TO GH-NDC.
013020     MOVE WS-VERDICT TO GH-VERDICT.
013030     WRITE GRR-HISTORY-RECORD.
013040     ADD 1 TO WS-HIST-WRITTEN.
013050     PERFORM 1250-ADD-TREND-ENTRY THRU 1250-EXIT.
013060 6900-EXIT.
013070     EXIT.
013080*
013090* ---------------------------------------------------------------
013100* 7000-PRINT-RUN-TOTALS - THE CLOSING PAGE.
013110* ---------------------------------------------------------------
013120 7000-PRINT-RUN-TOTALS.
013130     SET HEAD-RUN-ONLY TO TRUE.
013140     PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT.
013150     MOVE SPACES TO WS-PRINT-LINE.
013160     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
013170     MOVE WS-RUN-DATE-8 TO PL-AS-OF-DATE.
013180     IF PARM-DEFAULTS-USED
013190         MOVE "(DEFAULTS USED)" TO PL-SOURCE
013200     ELSE
013210         MOVE "(FROM RUNPARM)" TO PL-SOURCE
013220     END-IF.
013230     MOVE WS-PARM-LINE TO WS-PRINT-LINE.
013240     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
013250     MOVE SPACES TO WS-PRINT-LINE.
013260     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
013270     MOVE "STUDY DEFINITION RECORDS READ" TO TL-LABEL.
013280     MOVE WS-DEF-READ-COUNT TO TL-COUNT.
013290     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013300     MOVE "STUDIES DEFINED" TO TL-LABEL.
013310     MOVE WS-STUDY-COUNT TO TL-COUNT.
013320     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013330     MOVE "  COMPLETED" TO TL-LABEL.
013340     MOVE WS-COMPLETED-COUNT TO TL-COUNT.
013350     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013360     MOVE "    PASS" TO TL-LABEL.
013370     MOVE WS-PASS-COUNT TO TL-COUNT.
013380     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013390     MOVE "    MARGINAL" TO TL-LABEL.
013400     MOVE WS-MARGINAL-COUNT TO TL-COUNT.
013410     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013420     MOVE "    FAIL" TO TL-LABEL.
013430     MOVE WS-FAIL-COUNT TO TL-COUNT.
013440     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013450     MOVE "  INCOMPLETE - TRIALS MISSING" TO TL-LABEL.
013460     MOVE WS-INCOMPLETE-COUNT TO TL-COUNT.
013470     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013480     MOVE "  NOT RUN - DEFINITION NOT VALID" TO TL-LABEL.
013490     MOVE WS-NOT-RUN-COUNT TO TL-COUNT.
013500     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013510     MOVE "RECORDS OUTSIDE ANY STUDY - SKIPPED" TO TL-LABEL.
013520     MOVE WS-STRAY-COUNT TO TL-COUNT.
013530     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013540     MOVE "AUDIT RECORDS READ" TO TL-LABEL.
013550     MOVE WS-AUDIT-READ-COUNT TO TL-COUNT.
013560     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013570     MOVE "STUDIES ADDED TO GRRHIST" TO TL-LABEL.
013580     MOVE WS-HIST-WRITTEN TO TL-COUNT.
013590     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
013600 7000-EXIT.
013610     EXIT.
013620*
013630 7100-PRINT-TOTAL.
013640     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
013650     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
013660 7100-EXIT.
013670     EXIT.
013680*
013690* ---------------------------------------------------------------
013700* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
013710* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
013720* ---------------------------------------------------------------
013730 8000-TERMINATE.
013740     IF WS-DEF-STATUS NOT = "35"
013750         CLOSE STUDY-DEF-FILE
013760     END-IF.
013770     CLOSE GRR-HISTORY-FILE.
013780     CLOSE REPORT-FILE.
013790     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
013800     DISPLAY "GAUGE R&R COMPLETE - " WS-STUDY-COUNT " STUDIES, "
013810         WS-PASS-COUNT " PASS, " WS-MARGINAL-COUNT " MARGINAL, "
013820         WS-FAIL-COUNT " FAIL".
013830 8000-EXIT.
013840     EXIT.
013850*
013860* ---------------------------------------------------------------
013870* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
013880* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
013890* ---------------------------------------------------------------
013900 8600-WRITE-RUN-STATS.
013910     MOVE SPACES TO RUN-STAT-RECORD.
013920     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
013930     MOVE WS-RUN-TIME TO RS-RUN-TIME.
013940     MOVE "GAUGERR " TO RS-PROGRAM-ID.
013950     MOVE WS-AUDIT-READ-COUNT TO RS-RECORDS-READ.
013960     MOVE WS-COMPLETED-COUNT TO RS-ACCEPTED.
013970     COMPUTE RS-REJECTED = WS-NOT-RUN-COUNT + WS-INCOMPLETE-COUNT.
013980     MOVE WS-FAIL-COUNT TO RS-OUT-OF-SPEC.
013990     MOVE WS-HIST-WRITTEN TO RS-TRANS-WRITTEN.
014000     MOVE ZERO TO RS-MASTER-IN.
014010     MOVE ZERO TO RS-MASTER-NEW.
014020     MOVE ZERO TO RS-MASTER-OUT.
014030     CALL "RUNLOG" USING RUN-STAT-RECORD.
014040 8600-EXIT.
014050     EXIT.
