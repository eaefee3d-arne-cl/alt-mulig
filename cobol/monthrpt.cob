000242*    2026-09-02  DPO  COILHIST IS NOW AN INDEXED FILE KEYED ON
000244*                     COIL ID PLUS TEST DATE; THIS REPORT READS
000246*                     IT FRONT TO BACK IN KEY ORDER.
000247*    2026-10-15  DPO  ADDED THE SPC RUN-RULE ALARMS BY RULE FROM
000248*                     SPCALARM (SPCCHART), COUNTED BY THE DATE OF
000249*                     THE SUBGROUP THAT SIGNALLED.
000250*    2026-10-15  DPO  ADDED CUSTOMER RETURNS FROM RMASUMM (RMAMON)
000251*                     - RECEIVED AND FINDINGS FOR BOTH MONTHS,
000252*                     THEN THE REPORT MONTH BY PART AND COMPLAINT
000253*                     CODE BESIDE THE PART'S READINGS AND OOS
000254*                     FINDINGS.
000255*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   GNUCOBOL.
000380     SELECT RUN-STAT-FILE ASSIGN TO "RUNSTATS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-STAT-STATUS.
000402     SELECT SPC-ALARM-FILE ASSIGN TO "SPCALARM"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-SPC-ALARM-STATUS.
000407     SELECT RMA-SUMMARY-FILE ASSIGN TO "RMASUMM"
000408         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS WS-RMA-SUMMARY-STATUS.
000410     SELECT REPORT-FILE ASSIGN TO "MONTHRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430*
000540 FD  RUN-STAT-FILE
000550     RECORDING MODE IS F.
000560     COPY RUNSTAT.
000561*
000562 FD  SPC-ALARM-FILE
000563     RECORDING MODE IS F.
000564     COPY SPCALARM.
000565*
000566 FD  RMA-SUMMARY-FILE
000567     RECORDING MODE IS F.
000568     COPY RMASUMM.
000570*
000580 FD  REPORT-FILE
000590     RECORDING MODE IS F.
000630 77  WS-HISTORY-STATUS        PIC X(02).
000640 77  WS-OOS-DISP-STATUS       PIC X(02).
000650 77  WS-STAT-STATUS           PIC X(02).
000654 77  WS-SPC-ALARM-STATUS      PIC X(02).
000655 77  WS-RMA-SUMMARY-STATUS    PIC X(02).
000656 77  WS-RMA-SUMMARY-SWITCH    PIC X(01) VALUE 'N'.
000657     88  RMA-SUMMARY-FOUND              VALUE 'Y'.
000658     88  RMA-SUMMARY-MISSING            VALUE 'N'.
000659 77  WS-RMA-PART-COUNT        PIC 9(05) VALUE ZERO.
000660 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
000670 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000680 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
000732 77  WS-BENCH-SUB             PIC 9(01).
000734 77  WS-FOUND-BENCH-SUB       PIC 9(01).
000736 77  WS-WORK-BENCH            PIC X(02).
000737 77  WS-RULE-SUB              PIC 9(01).
000740 77  WS-WORK-MONTH            PIC 9(06).
000750 77  WS-CUR-MONTH             PIC 9(06).
000760 77  WS-PRIOR-MONTH           PIC 9(06).
001090         10  MT-DISP-SCRAP    PIC 9(05).
001100         10  MT-DISP-USE      PIC 9(05).
001110         10  MT-DISP-RETEST   PIC 9(05).
001113         10  MT-SPC-ALARMS    PIC 9(05).
001116         10  MT-SPC-RULE      PIC 9(05) OCCURS 5 TIMES.
001120*
001130* COILS TESTED PER WEEK OF THE REPORT MONTH - DAYS 1-7, 8-14,
001140* 15-21, 22-28 AND 29-31.
001160 01  WS-WEEK-TOTALS.
001170     05  WT-COUNT OCCURS 5 TIMES PIC 9(05).
001180*
001181* CUSTOMER RETURNS PER MONTH, FROM THE RMASUMM MONTH TOTALS.
001182 01  WS-RMA-TOTALS.
001183     05  RT-ENTRY OCCURS 2 TIMES.
001184         10  RT-RECEIVED      PIC 9(05).
001185         10  RT-CONFIRMED     PIC 9(05).
001186         10  RT-NOT-CONFIRMED PIC 9(05).
001187         10  RT-DAMAGED       PIC 9(05).
001188         10  RT-SHIPPED-OK    PIC 9(05).
001189*
001190* LATEST FLUX2 RUN-CONTROL RECORD PER BENCH PER DAY PER MONTH,
001200* THE SAME RULE RUNBAL HOLDS ITS RECORDS BY.  A RESTARTED RUN
001210* WRITES A SECOND RECORD FOR THE SAME BENCH AND DAY AND ONLY
002020     05  FILLER               PIC X(02) VALUE ") ".
002030     05  WL-COUNT             PIC ZZZZ9.
002040     05  FILLER               PIC X(51) VALUE SPACE.
002041*
002042 01  WS-RMA-HEAD-LINE.
002043     05  FILLER               PIC X(03) VALUE SPACE.
002044     05  FILLER               PIC X(39) VALUE
002045         "PART   CODE   RCVD   CONF NOCONF DAMAGE".
002046     05  FILLER               PIC X(29) VALUE
002047         " SHIPOK  READS    OOS OOS PCT".
002048     05  FILLER               PIC X(09) VALUE SPACE.
002050*
002051 01  WS-RMA-PART-LINE.
002052     05  FILLER               PIC X(03) VALUE SPACE.
002053     05  RR-PART              PIC X(08).
002054     05  RR-CODE              PIC X(03).
002055     05  RR-COUNT OCCURS 7 TIMES PIC ZZZZZZ9.
002056     05  RR-OOS-PCT           PIC ZZZZ9.99.
002057     05  FILLER               PIC X(09) VALUE SPACE.
002058*
002060 01  WS-PRINT-LINE            PIC X(80).
002070*
002080 PROCEDURE DIVISION.
002120     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
002130     PERFORM 3000-SCAN-OOS-FILE THRU 3000-EXIT.
002140     PERFORM 4000-SCAN-RUN-STATS THRU 4000-EXIT.
002144     PERFORM 4800-SCAN-SPC-ALARMS THRU 4800-EXIT.
002146     PERFORM 4960-SCAN-RMA-SUMMARY THRU 4960-EXIT.
002150     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
002160     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002170     STOP RUN.
002280     ACCEPT WS-RUN-TIME FROM TIME.
002290     MOVE 99 TO WS-LINE-COUNT.
002300     MOVE ZERO TO WS-MONTH-TOTALS.
002305     MOVE ZERO TO WS-RMA-TOTALS.
002310     MOVE ZERO TO WS-WEEK-TOTALS.
002320     MOVE SPACES TO WS-F2-DAY-TABLE.
002330     CALL "GETPARM" USING RUN-PARM-RECORD WS-PARM-RETURN-CODE.
004660     PERFORM 5200-PRINT-REJECT-SECTION THRU 5200-EXIT.
004670     PERFORM 5300-PRINT-OOS-SECTION THRU 5300-EXIT.
004680     PERFORM 5400-PRINT-DISP-SECTION THRU 5400-EXIT.
004684     PERFORM 5500-PRINT-SPC-SECTION THRU 5500-EXIT.
004686     PERFORM 5600-PRINT-RMA-SECTION THRU 5600-EXIT.
004690 5000-EXIT.
004700     EXIT.
004710*
006740     CALL "RUNLOG" USING RUN-STAT-RECORD.
006750 8600-EXIT.
006760     EXIT.
006770*
006780* ---------------------------------------------------------------
006790* 4800-SCAN-SPC-ALARMS - COUNT THE CONTROL-CHART SIGNALS IN EACH
006800* MONTH BY RULE, DATED BY THE SUBGROUP THAT SIGNALLED RATHER THAN
006810* THE RUN THAT NOTICED IT.  SPCCHART WRITES EACH SIGNAL ONCE, SO
006820* NOTHING IS COUNTED TWICE.  NO SPCALARM YET IS A ZERO MONTH.
006830* ---------------------------------------------------------------
006840 4800-SCAN-SPC-ALARMS.
006850     SET EOF-NO TO TRUE.
006860     OPEN INPUT SPC-ALARM-FILE.
006870     IF WS-SPC-ALARM-STATUS = "35"
006880         SET EOF-YES TO TRUE
006890     ELSE
006900         PERFORM 4900-TALLY-ONE-ALARM THRU 4900-EXIT
006910             UNTIL EOF-YES
006920         CLOSE SPC-ALARM-FILE
006930     END-IF.
006940 4800-EXIT.
006950     EXIT.
006960*
006970 4900-TALLY-ONE-ALARM.
006980     READ SPC-ALARM-FILE
006990         AT END
007000             SET EOF-YES TO TRUE
007010         NOT AT END
007020             MOVE SA-SUBGROUP-DATE TO WS-WORK-DATE
007030             PERFORM 1500-SET-MONTH-SUB THRU 1500-EXIT
007040             IF WS-MONTH-SUB > ZERO
007050                 PERFORM 4950-POST-ALARM THRU 4950-EXIT
007060             END-IF
007070     END-READ.
007080 4900-EXIT.
007090     EXIT.
007100*
007110 4950-POST-ALARM.
007120     EVALUATE TRUE
007130         WHEN SA-RULE-BEYOND-3-SIGMA
007140             MOVE 1 TO WS-RULE-SUB
007150         WHEN SA-RULE-2-OF-3-BEYOND-2
007160             MOVE 2 TO WS-RULE-SUB
007170         WHEN SA-RULE-8-ONE-SIDE
007180             MOVE 3 TO WS-RULE-SUB
007190         WHEN SA-RULE-6-TRENDING
007200             MOVE 4 TO WS-RULE-SUB
007210         WHEN SA-RULE-RANGE-ABOVE-UCL
007220             MOVE 5 TO WS-RULE-SUB
007230         WHEN OTHER
007240             MOVE ZERO TO WS-RULE-SUB
007250     END-EVALUATE.
007260     IF WS-RULE-SUB > ZERO
007270         ADD 1 TO MT-SPC-ALARMS (WS-MONTH-SUB)
007280         ADD 1 TO MT-SPC-RULE (WS-MONTH-SUB, WS-RULE-SUB)
007290     END-IF.
007300 4950-EXIT.
007310     EXIT.
007320*
007330* ---------------------------------------------------------------
007340* 4960-SCAN-RMA-SUMMARY - PICK UP THE CUSTOMER-RETURN MONTH TOTALS
007350* RMAMON LEFT IN RMASUMM.  THE PART AND COMPLAINT LINES ARE READ
007360* AGAIN WHEN THE SECTION IS PRINTED.  NO RMASUMM, OR NONE FOR THE
007370* REPORT MONTH, PRINTS A NOTE RATHER THAN A ZERO MONTH.
007380* ---------------------------------------------------------------
007390 4960-SCAN-RMA-SUMMARY.
007400     SET EOF-NO TO TRUE.
007410     OPEN INPUT RMA-SUMMARY-FILE.
007420     IF WS-RMA-SUMMARY-STATUS = "35"
007430         SET EOF-YES TO TRUE
007440     ELSE
007450         PERFORM 4970-TALLY-ONE-SUMMARY THRU 4970-EXIT
007460             UNTIL EOF-YES
007470         CLOSE RMA-SUMMARY-FILE
007480     END-IF.
007490 4960-EXIT.
007500     EXIT.
007510*
007520 4970-TALLY-ONE-SUMMARY.
007530     READ RMA-SUMMARY-FILE
007540         AT END
007550             SET EOF-YES TO TRUE
007560         NOT AT END
007570             IF RU-MONTH-TOTAL
007580                 MOVE RU-MONTH TO WS-WD-MONTH
007590                 MOVE 01 TO WS-WD-DD
007600                 PERFORM 1500-SET-MONTH-SUB THRU 1500-EXIT
007610                 IF WS-MONTH-SUB > ZERO
007620                     PERFORM 4980-POST-RMA-TOTAL THRU 4980-EXIT
007630                 END-IF
007640             END-IF
007650     END-READ.
007660 4970-EXIT.
007670     EXIT.
007680*
007690 4980-POST-RMA-TOTAL.
007700     IF WS-MONTH-SUB = 1
007710         SET RMA-SUMMARY-FOUND TO TRUE
007720     END-IF.
007730     MOVE RU-RECEIVED TO RT-RECEIVED (WS-MONTH-SUB).
007740     MOVE RU-CONFIRMED TO RT-CONFIRMED (WS-MONTH-SUB).
007750     MOVE RU-NOT-CONFIRMED TO RT-NOT-CONFIRMED (WS-MONTH-SUB).
007760     MOVE RU-DAMAGED TO RT-DAMAGED (WS-MONTH-SUB).
007770     MOVE RU-SHIPPED-IN-SPEC TO RT-SHIPPED-OK (WS-MONTH-SUB).
007780 4980-EXIT.
007790     EXIT.
007800*
007810 5500-PRINT-SPC-SECTION.
007820     MOVE "SPC RUN-RULE ALARMS (SPCALARM)" TO SE-TITLE.
007830     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
007840     MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
007850     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
007860     MOVE "BEYOND 3 SIGMA" TO FL-LABEL.
007870     MOVE 1 TO WS-RULE-SUB.
007880     PERFORM 5550-PRINT-RULE-LINE THRU 5550-EXIT.
007890     MOVE "2 OF 3 BEYOND 2 SIGMA" TO FL-LABEL.
007900     MOVE 2 TO WS-RULE-SUB.
007910     PERFORM 5550-PRINT-RULE-LINE THRU 5550-EXIT.
007920     MOVE "8 IN A ROW ON ONE SIDE" TO FL-LABEL.
007930     MOVE 3 TO WS-RULE-SUB.
007940     PERFORM 5550-PRINT-RULE-LINE THRU 5550-EXIT.
007950     MOVE "6 IN A ROW TRENDING" TO FL-LABEL.
007960     MOVE 4 TO WS-RULE-SUB.
007970     PERFORM 5550-PRINT-RULE-LINE THRU 5550-EXIT.
007980     MOVE "RANGE ABOVE R-CHART UCL" TO FL-LABEL.
007990     MOVE 5 TO WS-RULE-SUB.
008000     PERFORM 5550-PRINT-RULE-LINE THRU 5550-EXIT.
008010     MOVE "TOTAL ALARMS" TO FL-LABEL.
008020     MOVE MT-SPC-ALARMS (1) TO FL-CUR.
008030     MOVE MT-SPC-ALARMS (2) TO FL-PRIOR.
008040     MOVE WS-FIGURE-LINE TO WS-PRINT-LINE.
008050     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008060 5500-EXIT.
008070     EXIT.
008080*
008090 5550-PRINT-RULE-LINE.
008100     MOVE MT-SPC-RULE (1, WS-RULE-SUB) TO FL-CUR.
008110     MOVE MT-SPC-RULE (2, WS-RULE-SUB) TO FL-PRIOR.
008120     MOVE WS-FIGURE-LINE TO WS-PRINT-LINE.
008130     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008140 5550-EXIT.
008150     EXIT.
008160*
008170 5600-PRINT-RMA-SECTION.
008180     MOVE "CUSTOMER RETURNS (RMASUMM, FROM RMAMON)" TO SE-TITLE.
008190     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
008200     IF RMA-SUMMARY-MISSING
008210         MOVE "   RMAMON HAS NOT SUMMARISED THE REPORT MONTH"
008220             TO WS-PRINT-LINE
008230         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
008240     ELSE
008250         PERFORM 5650-PRINT-RMA-TOTALS THRU 5650-EXIT
008260         PERFORM 5700-PRINT-RMA-PARTS THRU 5700-EXIT
008270     END-IF.
008280 5600-EXIT.
008290     EXIT.
008300*
008310 5650-PRINT-RMA-TOTALS.
008320     MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
008330     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008340     MOVE "RETURNS RECEIVED" TO FL-LABEL.
008350     MOVE RT-RECEIVED (1) TO FL-CUR.
008360     MOVE RT-RECEIVED (2) TO FL-PRIOR.
008370     MOVE WS-FIGURE-LINE TO WS-PRINT-LINE.
008380     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008390     MOVE "CLOSED - CONFIRMED" TO FL-LABEL.
008400     MOVE RT-CONFIRMED (1) TO FL-CUR.
008410     MOVE RT-CONFIRMED (2) TO FL-PRIOR.
008420     MOVE WS-FIGURE-LINE TO WS-PRINT-LINE.
008430     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008440     MOVE "CLOSED - NOT CONFIRMED" TO FL-LABEL.
008450     MOVE RT-NOT-CONFIRMED (1) TO FL-CUR.
008460     MOVE RT-NOT-CONFIRMED (2) TO FL-PRIOR.
008470     MOVE WS-FIGURE-LINE TO WS-PRINT-LINE.
008480     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008490     MOVE "CLOSED - DAMAGED IN TRANSIT" TO FL-LABEL.
008500     MOVE RT-DAMAGED (1) TO FL-CUR.
008510     MOVE RT-DAMAGED (2) TO FL-PRIOR.
008520     MOVE WS-FIGURE-LINE TO WS-PRINT-LINE.
008530     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008540     MOVE "CONFIRMED BUT SHIPPED IN SPEC" TO FL-LABEL.
008550     MOVE RT-SHIPPED-OK (1) TO FL-CUR.
008560     MOVE RT-SHIPPED-OK (2) TO FL-PRIOR.
008570     MOVE WS-FIGURE-LINE TO WS-PRINT-LINE.
008580     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008590 5650-EXIT.
008600     EXIT.
008610*
008620* ---------------------------------------------------------------
008630* 5700-PRINT-RMA-PARTS - THE REPORT MONTH'S RETURNS BY PART (CODE
008640* ALL) AND BY COMPLAINT CODE UNDER IT.  THE PART LINE CARRIES THE
008650* PART'S READINGS AND OOS FINDINGS FOR THE MONTH, SO A PART THE
008660* FIELD IS RETURNING CAN BE SET AGAINST WHAT THE BENCH SAW.
008670* ---------------------------------------------------------------
008680 5700-PRINT-RMA-PARTS.
008690     MOVE "RETURNS BY PART AND COMPLAINT - REPORT MONTH"
008700         TO SE-TITLE.
008710     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
008720     MOVE WS-RMA-HEAD-LINE TO WS-PRINT-LINE.
008730     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008740     MOVE ZERO TO WS-RMA-PART-COUNT.
008750     SET EOF-NO TO TRUE.
008760     OPEN INPUT RMA-SUMMARY-FILE.
008770     IF WS-RMA-SUMMARY-STATUS = "35"
008780         SET EOF-YES TO TRUE
008790     ELSE
008800         PERFORM 5750-PRINT-ONE-RMA-LINE THRU 5750-EXIT
008810             UNTIL EOF-YES
008820         CLOSE RMA-SUMMARY-FILE
008830     END-IF.
008840     IF WS-RMA-PART-COUNT = ZERO
008850         MOVE "   NO RETURNS RECEIVED OR CLOSED THIS MONTH"
008860             TO WS-PRINT-LINE
008870         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
008880     END-IF.
008890 5700-EXIT.
008900     EXIT.
008910*
008920 5750-PRINT-ONE-RMA-LINE.
008930     READ RMA-SUMMARY-FILE
008940         AT END
008950             SET EOF-YES TO TRUE
008960         NOT AT END
008970             IF RU-MONTH = WS-CUR-MONTH
008980                     AND NOT RU-MONTH-TOTAL
008990                 PERFORM 5800-FORMAT-RMA-LINE THRU 5800-EXIT
009000             END-IF
009010     END-READ.
009020 5750-EXIT.
009030     EXIT.
009040*
009050* A COMPLAINT LINE LEAVES THE PART'S READINGS, OOS AND OOS PCT
009060* COLUMNS (PRINT POSITIONS 50-71) BLANK.
009070 5800-FORMAT-RMA-LINE.
009080     MOVE RU-RECEIVED TO RR-COUNT (1).
009090     MOVE RU-CONFIRMED TO RR-COUNT (2).
009100     MOVE RU-NOT-CONFIRMED TO RR-COUNT (3).
009110     MOVE RU-DAMAGED TO RR-COUNT (4).
009120     MOVE RU-SHIPPED-IN-SPEC TO RR-COUNT (5).
009130     IF RU-PART-TOTAL
009140         ADD 1 TO WS-RMA-PART-COUNT
009150         MOVE RU-PART-NUMBER TO RR-PART
009160         MOVE "ALL" TO RR-CODE
009170         MOVE RU-BENCH-READINGS TO RR-COUNT (6)
009180         MOVE RU-BENCH-OOS TO RR-COUNT (7)
009190         IF RU-BENCH-READINGS > ZERO
009200             COMPUTE WS-RATE ROUNDED =
009210                 (RU-BENCH-OOS * 100) / RU-BENCH-READINGS
009220             MOVE WS-RATE TO RR-OOS-PCT
009230         ELSE
009240             MOVE ZERO TO RR-OOS-PCT
009250         END-IF
009260         MOVE WS-RMA-PART-LINE TO WS-PRINT-LINE
009270     ELSE
009280         MOVE SPACES TO RR-PART
009290         MOVE RU-COMPLAINT-CODE TO RR-CODE
009300         MOVE WS-RMA-PART-LINE TO WS-PRINT-LINE
009310         MOVE SPACES TO WS-PRINT-LINE (50:22)
009320     END-IF.
009330     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
009340 5800-EXIT.
009350     EXIT.
