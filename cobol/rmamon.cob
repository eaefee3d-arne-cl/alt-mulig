000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RMAMON.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - MONTHLY SUMMARY OF CUSTOMER
000100*                     RETURNS FOR MONTHRPT.  READS THE RMA FILE
000110*                     (RMAFILE) AND COUNTS, FOR THE REPORT MONTH
000120*                     AND THE PRIOR MONTH, RETURNS RECEIVED AND
000130*                     RMAS CLOSED BY FINDING, INCLUDING CONFIRMED
000140*                     RETURNS THAT HAD SHIPPED IN SPEC.  FOR THE
000150*                     REPORT MONTH THE SAME FIGURES ARE BROKEN
000160*                     OUT BY PART AND BY PART AND COMPLAINT CODE,
000170*                     AND EACH PART'S BENCH READINGS (COILHIST)
000180*                     AND OUT-OF-SPEC FINDINGS (OOSFILE) FOR THE
000190*                     MONTH, BOTH LESS RMA RETESTS, ARE SET BESIDE
000200*                     THEM.  THE REPORT MONTH COMES FROM THE
000210*                     AS-OF DATE (ZERO MEANS THE CURRENT MONTH),
000220*                     AS IN MONTHRPT, WHICH MUST RUN AFTER THIS.
000230*                     REWRITES RMASUMM EACH RUN.
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   GNUCOBOL.
000280 OBJECT-COMPUTER.   GNUCOBOL.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT RMA-FILE ASSIGN TO "RMAFILE"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS RM-RMA-NUMBER
000350         FILE STATUS IS WS-RMA-STATUS.
000360     SELECT HISTORY-FILE ASSIGN TO "COILHIST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CH-HIST-KEY
000400         FILE STATUS IS WS-HISTORY-STATUS.
000410     SELECT OOS-DISP-FILE ASSIGN TO "OOSFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-OOS-DISP-STATUS.
000440     SELECT RMA-SUMMARY-FILE ASSIGN TO "RMASUMM"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  RMA-FILE.
000500     COPY RMAREC.
000510*
000520 FD  HISTORY-FILE.
000530     COPY COILHIST.
000540*
000550 FD  OOS-DISP-FILE
000560     RECORDING MODE IS F.
000570     COPY OOSDISP.
000580*
000590 FD  RMA-SUMMARY-FILE
000600     RECORDING MODE IS F.
000610     COPY RMASUMM.
000620*
000630 WORKING-STORAGE SECTION.
000640 77  WS-RMA-STATUS            PIC X(02).
000650 77  WS-HISTORY-STATUS        PIC X(02).
000660 77  WS-OOS-DISP-STATUS       PIC X(02).
000670 77  WS-RUN-DATE-8            PIC 9(08).
000680 77  WS-RUN-TIME              PIC 9(08).
000690 77  WS-MONTH-SUB             PIC 9(01).
000700 77  WS-CUR-MONTH             PIC 9(06).
000710 77  WS-PRIOR-MONTH           PIC 9(06).
000720 77  WS-RMA-READ-COUNT        PIC 9(05) VALUE ZERO.
000730 77  WS-WRITTEN-COUNT         PIC 9(05) VALUE ZERO.
000740 77  WS-PART-COUNT            PIC 9(03) VALUE ZERO.
000750 77  WS-PART-SUB              PIC 9(03).
000760 77  WS-CODE-COUNT            PIC 9(03) VALUE ZERO.
000770 77  WS-CODE-SUB              PIC 9(03).
000780 77  WS-MATCH-PART            PIC X(06).
000790*
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000820         88  EOF-YES                    VALUE 'Y'.
000830         88  EOF-NO                     VALUE 'N'.
000840     05  WS-ENTRY-SWITCH      PIC X(01) VALUE 'N'.
000850         88  ENTRY-FOUND                VALUE 'Y'.
000860         88  ENTRY-NOT-FOUND            VALUE 'N'.
000862     05  WS-CODE-SWITCH       PIC X(01) VALUE 'N'.
000864         88  CODE-ENTRY-FOUND           VALUE 'Y'.
000866         88  CODE-ENTRY-NOT-FOUND       VALUE 'N'.
000870     05  WS-HISTORY-SWITCH    PIC X(01) VALUE 'N'.
000880         88  HISTORY-PRESENT            VALUE 'Y'.
000890         88  HISTORY-ABSENT             VALUE 'N'.
000900     05  WS-RETEST-SWITCH     PIC X(01) VALUE 'N'.
000910         88  ITEM-IS-RETEST             VALUE 'Y'.
000920         88  ITEM-NOT-RETEST            VALUE 'N'.
000930*
000940 01  WS-MONTH-PARTS.
000950     05  WS-MP-YYYY           PIC 9(04).
000960     05  WS-MP-MM             PIC 9(02).
000970*
000980 01  WS-WORK-DATE             PIC 9(08).
000990 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
001000     05  WS-WD-MONTH          PIC 9(06).
001010     05  WS-WD-DD             PIC 9(02).
001020*
001030* ONE SET OF COUNTS PER MONTH - 1 IS THE REPORT MONTH, 2 IS THE
001040* PRIOR MONTH FOR MONTHRPT'S SIDE-BY-SIDE COMPARISON.
001050*
001060 01  WS-MONTH-TOTALS.
001070     05  MT-ENTRY OCCURS 2 TIMES.
001080         10  MT-RECEIVED      PIC 9(05).
001090         10  MT-CONFIRMED     PIC 9(05).
001100         10  MT-NOT-CONFIRMED PIC 9(05).
001110         10  MT-DAMAGED       PIC 9(05).
001120         10  MT-SHIPPED-OK    PIC 9(05).
001130*
001140* THE REPORT MONTH BY PART, AND BY PART AND COMPLAINT CODE, IN
001150* THE ORDER EACH WAS FIRST MET ON THE RMA FILE.  ONLY PARTS WITH
001160* RETURN ACTIVITY IN THE MONTH ARE HELD, SO THE BENCH FIGURES
001170* ARE GATHERED ONLY FOR THEM.
001180*
001190 01  PART-TABLE.
001200     05  PT-ENTRY OCCURS 100 TIMES INDEXED BY PT-IDX.
001210         10  PT-PART-NUMBER   PIC X(06).
001220         10  PT-RECEIVED      PIC 9(05).
001230         10  PT-CONFIRMED     PIC 9(05).
001240         10  PT-NOT-CONFIRMED PIC 9(05).
001250         10  PT-DAMAGED       PIC 9(05).
001260         10  PT-SHIPPED-OK    PIC 9(05).
001270         10  PT-BENCH-READINGS PIC 9(07).
001280         10  PT-BENCH-OOS     PIC 9(05).
001290*
001300 01  CODE-TABLE.
001310     05  PC-ENTRY OCCURS 300 TIMES INDEXED BY PC-IDX.
001320         10  PC-PART-NUMBER   PIC X(06).
001330         10  PC-COMPLAINT-CODE PIC X(02).
001340         10  PC-RECEIVED      PIC 9(05).
001350         10  PC-CONFIRMED     PIC 9(05).
001360         10  PC-NOT-CONFIRMED PIC 9(05).
001370         10  PC-DAMAGED       PIC 9(05).
001380         10  PC-SHIPPED-OK    PIC 9(05).
001390*
001400     COPY RUNPARM.
001410*
001420 01  WS-PARM-RETURN-CODE      PIC 9(02).
001430     88  PARMS-LOADED                 VALUE ZERO.
001440     88  PARM-DEFAULTS-USED           VALUE 01.
001450*
001460     COPY RUNSTAT.
001470*
001480 PROCEDURE DIVISION.
001490*
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     PERFORM 2000-SCAN-RMA-FILE THRU 2000-EXIT.
001530     IF WS-PART-COUNT > ZERO
001540         PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
001550         PERFORM 3500-SCAN-OOS-FILE THRU 3500-EXIT
001560     END-IF.
001570     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
001580     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001590     STOP RUN.
001600*
001610* ---------------------------------------------------------------
001620* 1000-INITIALIZE - SET THE REPORT MONTH FROM THE AS-OF DATE
001630* (ZERO MEANS THE CURRENT MONTH) AND DERIVE THE PRIOR MONTH,
001640* EXACTLY AS MONTHRPT DOES, SO THE TWO RUNS AGREE.
001650* ---------------------------------------------------------------
001660 1000-INITIALIZE.
001670     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
001680     ACCEPT WS-RUN-TIME FROM TIME.
001690     MOVE ZERO TO WS-MONTH-TOTALS.
001700     MOVE SPACES TO PART-TABLE.
001710     MOVE SPACES TO CODE-TABLE.
001720     CALL "GETPARM" USING RUN-PARM-RECORD WS-PARM-RETURN-CODE.
001730     IF RP-AS-OF-DATE > ZERO
001740         MOVE RP-AS-OF-DATE (1:6) TO WS-CUR-MONTH
001750     ELSE
001760         MOVE WS-RUN-DATE-8 (1:6) TO WS-CUR-MONTH
001770     END-IF.
001780     MOVE WS-CUR-MONTH TO WS-MONTH-PARTS.
001790     IF WS-MP-MM = 01
001800         SUBTRACT 1 FROM WS-MP-YYYY
001810         MOVE 12 TO WS-MP-MM
001820     ELSE
001830         SUBTRACT 1 FROM WS-MP-MM
001840     END-IF.
001850     MOVE WS-MONTH-PARTS TO WS-PRIOR-MONTH.
001860 1000-EXIT.
001870     EXIT.
001880*
001890* ---------------------------------------------------------------
001900* 1500-SET-MONTH-SUB - PLACE WS-WORK-DATE IN THE REPORT MONTH
001910* (1), THE PRIOR MONTH (2) OR NEITHER (ZERO).
001920* ---------------------------------------------------------------
001930 1500-SET-MONTH-SUB.
001940     MOVE ZERO TO WS-MONTH-SUB.
001950     IF WS-WORK-DATE IS NUMERIC
001960         IF WS-WD-MONTH = WS-CUR-MONTH
001970             MOVE 1 TO WS-MONTH-SUB
001980         ELSE
001990             IF WS-WD-MONTH = WS-PRIOR-MONTH
002000                 MOVE 2 TO WS-MONTH-SUB
002010             END-IF
002020         END-IF
002030     END-IF.
002040 1500-EXIT.
002050     EXIT.
002060*
002070* ---------------------------------------------------------------
002080* 2000-SCAN-RMA-FILE - EVERY RMA IS COUNTED TWICE OVER: BY THE
002090* MONTH IT WAS RECEIVED, AND ONCE CLOSED BY THE MONTH ITS FINDING
002100* WAS RECORDED.  NO RMA FILE YET JUST MEANS A ZERO MONTH.
002110* ---------------------------------------------------------------
002120 2000-SCAN-RMA-FILE.
002130     SET EOF-NO TO TRUE.
002140     OPEN INPUT RMA-FILE.
002150     IF WS-RMA-STATUS = "35"
002160         SET EOF-YES TO TRUE
002170     ELSE
002180         PERFORM 2100-TALLY-ONE-RMA THRU 2100-EXIT
002190             UNTIL EOF-YES
002200         CLOSE RMA-FILE
002210     END-IF.
002220 2000-EXIT.
002230     EXIT.
002240*
002250 2100-TALLY-ONE-RMA.
002260     READ RMA-FILE NEXT RECORD
002270         AT END
002280             SET EOF-YES TO TRUE
002290         NOT AT END
002300             ADD 1 TO WS-RMA-READ-COUNT
002310             PERFORM 2200-POST-RMA THRU 2200-EXIT
002320     END-READ.
002330 2100-EXIT.
002340     EXIT.
002350*
002360 2200-POST-RMA.
002370     MOVE RM-DATE-RECEIVED TO WS-WORK-DATE.
002380     PERFORM 1500-SET-MONTH-SUB THRU 1500-EXIT.
002390     IF WS-MONTH-SUB > ZERO
002400         ADD 1 TO MT-RECEIVED (WS-MONTH-SUB)
002410     END-IF.
002420     IF WS-MONTH-SUB = 1
002430         PERFORM 2500-FIND-ENTRIES THRU 2500-EXIT
002440         IF ENTRY-FOUND
002450             ADD 1 TO PT-RECEIVED (WS-PART-SUB)
002453         END-IF
002456         IF CODE-ENTRY-FOUND
002460             ADD 1 TO PC-RECEIVED (WS-CODE-SUB)
002470         END-IF
002480     END-IF.
002490     IF RM-STATUS-CLOSED
002500         MOVE RM-CLOSED-DATE TO WS-WORK-DATE
002510         PERFORM 1500-SET-MONTH-SUB THRU 1500-EXIT
002520         IF WS-MONTH-SUB > ZERO
002530             PERFORM 2300-POST-FINDING THRU 2300-EXIT
002540         END-IF
002550     END-IF.
002560 2200-EXIT.
002570     EXIT.
002580*
002590* ---------------------------------------------------------------
002600* 2300-POST-FINDING - A CONFIRMED RETURN WHOSE LAST READING
002610* BEFORE THE RETURN WAS IN SPEC IS ALSO COUNTED AS SHIPPED IN
002620* SPEC: A FIELD FAILURE THE BENCH PASSED.
002630* ---------------------------------------------------------------
002640 2300-POST-FINDING.
002650     SET ENTRY-NOT-FOUND TO TRUE.
002655     SET CODE-ENTRY-NOT-FOUND TO TRUE.
002660     IF WS-MONTH-SUB = 1
002670         PERFORM 2500-FIND-ENTRIES THRU 2500-EXIT
002680     END-IF.
002690     EVALUATE TRUE
002700         WHEN RM-FINDING-CONFIRMED
002710             ADD 1 TO MT-CONFIRMED (WS-MONTH-SUB)
002720             IF ENTRY-FOUND
002730                 ADD 1 TO PT-CONFIRMED (WS-PART-SUB)
002733             END-IF
002736             IF CODE-ENTRY-FOUND
002740                 ADD 1 TO PC-CONFIRMED (WS-CODE-SUB)
002750             END-IF
002760             IF RM-SHIP-IN-SPEC
002770                 ADD 1 TO MT-SHIPPED-OK (WS-MONTH-SUB)
002780                 IF ENTRY-FOUND
002790                     ADD 1 TO PT-SHIPPED-OK (WS-PART-SUB)
002793                 END-IF
002796                 IF CODE-ENTRY-FOUND
002800                     ADD 1 TO PC-SHIPPED-OK (WS-CODE-SUB)
002810                 END-IF
002820             END-IF
002830         WHEN RM-FINDING-NOT-CONFIRMED
002840             ADD 1 TO MT-NOT-CONFIRMED (WS-MONTH-SUB)
002850             IF ENTRY-FOUND
002860                 ADD 1 TO PT-NOT-CONFIRMED (WS-PART-SUB)
002863             END-IF
002866             IF CODE-ENTRY-FOUND
002870                 ADD 1 TO PC-NOT-CONFIRMED (WS-CODE-SUB)
002880             END-IF
002890         WHEN RM-FINDING-DAMAGED
002900             ADD 1 TO MT-DAMAGED (WS-MONTH-SUB)
002910             IF ENTRY-FOUND
002920                 ADD 1 TO PT-DAMAGED (WS-PART-SUB)
002923             END-IF
002926             IF CODE-ENTRY-FOUND
002930                 ADD 1 TO PC-DAMAGED (WS-CODE-SUB)
002940             END-IF
002950     END-EVALUATE.
002960 2300-EXIT.
002970     EXIT.
002980*
002990* ---------------------------------------------------------------
003000* 2500-FIND-ENTRIES - THE PART AND PART/COMPLAINT ENTRIES FOR THE
003010* RMA IN HAND, ADDED AT THE END OF THE LOADED ENTRIES WHEN FIRST
003020* MET.  A FULL PART TABLE IS REPORTED AND THE RMA COUNTS ONLY IN
003030* THE MONTH TOTALS; A FULL COMPLAINT TABLE IS REPORTED AND THE RMA
003035* STILL COUNTS FOR ITS PART.
003040* ---------------------------------------------------------------
003050 2500-FIND-ENTRIES.
003060     SET ENTRY-FOUND TO TRUE.
003065     SET CODE-ENTRY-NOT-FOUND TO TRUE.
003070     SET PT-IDX TO 1.
003080     SEARCH PT-ENTRY
003090         AT END
003100             SET ENTRY-NOT-FOUND TO TRUE
003110         WHEN PT-IDX > WS-PART-COUNT
003120             ADD 1 TO WS-PART-COUNT
003130             MOVE RM-PART-NUMBER TO PT-PART-NUMBER (PT-IDX)
003140             MOVE ZERO TO PT-RECEIVED (PT-IDX)
003150                 PT-CONFIRMED (PT-IDX) PT-NOT-CONFIRMED (PT-IDX)
003160                 PT-DAMAGED (PT-IDX)
003170                 PT-SHIPPED-OK (PT-IDX) PT-BENCH-READINGS (PT-IDX)
003180                 PT-BENCH-OOS (PT-IDX)
003190             SET WS-PART-SUB TO PT-IDX
003200         WHEN PT-PART-NUMBER (PT-IDX) = RM-PART-NUMBER
003210             SET WS-PART-SUB TO PT-IDX
003220     END-SEARCH.
003230     IF ENTRY-NOT-FOUND
003240         DISPLAY "RMAMON - WARNING - PART TABLE FULL - RMA "
003250             RM-RMA-NUMBER " COUNTED IN MONTH TOTALS ONLY"
003260         GO TO 2500-EXIT.
003265     SET CODE-ENTRY-FOUND TO TRUE.
003270     SET PC-IDX TO 1.
003280     SEARCH PC-ENTRY
003290         AT END
003300             SET CODE-ENTRY-NOT-FOUND TO TRUE
003310         WHEN PC-IDX > WS-CODE-COUNT
003320             ADD 1 TO WS-CODE-COUNT
003330             MOVE RM-PART-NUMBER TO PC-PART-NUMBER (PC-IDX)
003340             MOVE RM-COMPLAINT-CODE TO PC-COMPLAINT-CODE (PC-IDX)
003350             MOVE ZERO TO PC-RECEIVED (PC-IDX)
003360                 PC-CONFIRMED (PC-IDX) PC-NOT-CONFIRMED (PC-IDX)
003370                 PC-DAMAGED (PC-IDX)
003380                 PC-SHIPPED-OK (PC-IDX)
003390             SET WS-CODE-SUB TO PC-IDX
003400         WHEN PC-PART-NUMBER (PC-IDX) = RM-PART-NUMBER
003410             AND PC-COMPLAINT-CODE (PC-IDX) = RM-COMPLAINT-CODE
003420             SET WS-CODE-SUB TO PC-IDX
003430     END-SEARCH.
003440     IF CODE-ENTRY-NOT-FOUND
003450         DISPLAY "RMAMON - WARNING - COMPLAINT TABLE FULL - RMA "
003460             RM-RMA-NUMBER " NOT COUNTED BY COMPLAINT"
003470     END-IF.
003480 2500-EXIT.
003490     EXIT.
003500*
003510* ---------------------------------------------------------------
003520* 3000-SCAN-HISTORY - THE MONTH'S BENCH READINGS OF EACH PART
003530* WITH RETURNS.  A READING FLAGGED AS AN RMA RETEST IS THE RETURN
003540* ITSELF, NOT WHAT THE BENCH TOLD US BEFORE SHIPPING, AND IS LEFT
003550* OUT.  THE FILE STAYS OPEN FOR THE OUT-OF-SPEC PASS (3650).
003560* ---------------------------------------------------------------
003570 3000-SCAN-HISTORY.
003580     SET EOF-NO TO TRUE.
003590     OPEN INPUT HISTORY-FILE.
003600     IF WS-HISTORY-STATUS = "35"
003610         SET HISTORY-ABSENT TO TRUE
003620         SET EOF-YES TO TRUE
003630     ELSE
003640         SET HISTORY-PRESENT TO TRUE
003650         PERFORM 3100-TALLY-ONE-READING THRU 3100-EXIT
003660             UNTIL EOF-YES
003670     END-IF.
003680 3000-EXIT.
003690     EXIT.
003700*
003710 3100-TALLY-ONE-READING.
003720     READ HISTORY-FILE NEXT
003730         AT END
003740             SET EOF-YES TO TRUE
003750             GO TO 3100-EXIT
003760     END-READ.
003770     IF CH-RMA-RETEST-FLAG = 'Y'
003780         GO TO 3100-EXIT.
003790     MOVE CH-TEST-DATE TO WS-WORK-DATE.
003800     PERFORM 1500-SET-MONTH-SUB THRU 1500-EXIT.
003810     IF WS-MONTH-SUB NOT = 1
003820         GO TO 3100-EXIT.
003830     MOVE CH-PART-NUMBER TO WS-MATCH-PART.
003840     PERFORM 3900-MATCH-PART THRU 3900-EXIT.
003850     IF ENTRY-FOUND
003860         ADD 1 TO PT-BENCH-READINGS (WS-PART-SUB)
003870     END-IF.
003880 3100-EXIT.
003890     EXIT.
003900*
003910* ---------------------------------------------------------------
003920* 3500-SCAN-OOS-FILE - THE MONTH'S OUT-OF-SPEC FINDINGS OF EACH
003930* PART WITH RETURNS, BY THE DATE OF THE READING THAT FAILED.  A
003940* FINDING ON AN RMA RETEST IS LEFT OUT, AS IN 3000, SO THE BENCH
003950* SIDE OF THE COMPARISON IS WHAT THE BENCH SAW BEFORE SHIPPING.
003960* ---------------------------------------------------------------
003970 3500-SCAN-OOS-FILE.
003980     SET EOF-NO TO TRUE.
003990     OPEN INPUT OOS-DISP-FILE.
004000     IF WS-OOS-DISP-STATUS = "35"
004010         SET EOF-YES TO TRUE
004020     ELSE
004030         PERFORM 3600-TALLY-ONE-ITEM THRU 3600-EXIT
004040             UNTIL EOF-YES
004050         CLOSE OOS-DISP-FILE
004060     END-IF.
004070     IF HISTORY-PRESENT
004080         CLOSE HISTORY-FILE
004090     END-IF.
004100 3500-EXIT.
004110     EXIT.
004120*
004130 3600-TALLY-ONE-ITEM.
004140     READ OOS-DISP-FILE
004150         AT END
004160             SET EOF-YES TO TRUE
004170             GO TO 3600-EXIT
004180     END-READ.
004190     MOVE OD-RUN-DATE TO WS-WORK-DATE.
004200     PERFORM 1500-SET-MONTH-SUB THRU 1500-EXIT.
004210     IF WS-MONTH-SUB NOT = 1
004220         GO TO 3600-EXIT.
004230     PERFORM 3650-CHECK-RETEST THRU 3650-EXIT.
004240     IF ITEM-IS-RETEST
004250         GO TO 3600-EXIT.
004260     MOVE OD-PART-NUMBER TO WS-MATCH-PART.
004270     PERFORM 3900-MATCH-PART THRU 3900-EXIT.
004280     IF ENTRY-FOUND
004290         ADD 1 TO PT-BENCH-OOS (WS-PART-SUB)
004300     END-IF.
004310 3600-EXIT.
004320     EXIT.
004330*
004340* ---------------------------------------------------------------
004350* 3650-CHECK-RETEST - THE FINDING'S COIL AND RUN DATE ARE THE KEY
004360* OF THE READING ON COILHIST; THAT READING'S RMA RETEST FLAG SAYS
004370* WHETHER THE FINDING IS A RETURN'S RETEST.  A READING NOT ON
004380* COILHIST (NOT YET POSTED BY MASTUPD) IS COUNTED.
004390* ---------------------------------------------------------------
004400 3650-CHECK-RETEST.
004410     SET ITEM-NOT-RETEST TO TRUE.
004420     IF HISTORY-ABSENT
004430         GO TO 3650-EXIT.
004440     MOVE OD-COIL-ID TO CH-COIL-ID.
004450     MOVE OD-RUN-DATE TO CH-TEST-DATE.
004460     READ HISTORY-FILE
004470         INVALID KEY
004480             GO TO 3650-EXIT
004490     END-READ.
004500     IF CH-RMA-RETEST-FLAG = 'Y'
004510         SET ITEM-IS-RETEST TO TRUE.
004520 3650-EXIT.
004530     EXIT.
004540*
004550* ---------------------------------------------------------------
004560* 3900-MATCH-PART - LOOK UP WS-MATCH-PART AMONG THE LOADED PART
004570* ENTRIES ONLY; A PART WITH NO RETURNS IS NOT ADDED.
004580* ---------------------------------------------------------------
004590 3900-MATCH-PART.
004600     SET ENTRY-FOUND TO TRUE.
004610     SET PT-IDX TO 1.
004620     SEARCH PT-ENTRY
004630         AT END
004640             SET ENTRY-NOT-FOUND TO TRUE
004650         WHEN PT-IDX > WS-PART-COUNT
004660             SET ENTRY-NOT-FOUND TO TRUE
004670         WHEN PT-PART-NUMBER (PT-IDX) = WS-MATCH-PART
004680             SET WS-PART-SUB TO PT-IDX
004690     END-SEARCH.
004700 3900-EXIT.
004710     EXIT.
004720*
004730* ---------------------------------------------------------------
004740* 4000-WRITE-SUMMARY - THE TWO MONTH TOTALS, THEN EACH PART OF
004750* THE REPORT MONTH FOLLOWED BY ITS COMPLAINT CODES.  THE FILE IS
004760* REWRITTEN WHOLE EACH RUN.
004770* ---------------------------------------------------------------
004780 4000-WRITE-SUMMARY.
004790     OPEN OUTPUT RMA-SUMMARY-FILE.
004800     PERFORM 4100-WRITE-MONTH-TOTAL THRU 4100-EXIT
004810         VARYING WS-MONTH-SUB FROM 1 BY 1
004820         UNTIL WS-MONTH-SUB > 2.
004830     PERFORM 4200-WRITE-PART-TOTAL THRU 4200-EXIT
004840         VARYING WS-PART-SUB FROM 1 BY 1
004850         UNTIL WS-PART-SUB > WS-PART-COUNT.
004860     CLOSE RMA-SUMMARY-FILE.
004870 4000-EXIT.
004880     EXIT.
004890*
004900 4100-WRITE-MONTH-TOTAL.
004910     MOVE SPACES TO RMA-SUMMARY-RECORD.
004920     SET RU-MONTH-TOTAL TO TRUE.
004930     IF WS-MONTH-SUB = 1
004940         MOVE WS-CUR-MONTH TO RU-MONTH
004950     ELSE
004960         MOVE WS-PRIOR-MONTH TO RU-MONTH
004970     END-IF.
004980     MOVE MT-RECEIVED (WS-MONTH-SUB) TO RU-RECEIVED.
004990     MOVE MT-CONFIRMED (WS-MONTH-SUB) TO RU-CONFIRMED.
005000     MOVE MT-NOT-CONFIRMED (WS-MONTH-SUB) TO RU-NOT-CONFIRMED.
005010     MOVE MT-DAMAGED (WS-MONTH-SUB) TO RU-DAMAGED.
005020     MOVE MT-SHIPPED-OK (WS-MONTH-SUB) TO RU-SHIPPED-IN-SPEC.
005030     MOVE ZERO TO RU-BENCH-READINGS.
005040     MOVE ZERO TO RU-BENCH-OOS.
005050     WRITE RMA-SUMMARY-RECORD.
005060     ADD 1 TO WS-WRITTEN-COUNT.
005070 4100-EXIT.
005080     EXIT.
005090*
005100 4200-WRITE-PART-TOTAL.
005110     MOVE SPACES TO RMA-SUMMARY-RECORD.
005120     SET RU-PART-TOTAL TO TRUE.
005130     MOVE WS-CUR-MONTH TO RU-MONTH.
005140     MOVE PT-PART-NUMBER (WS-PART-SUB) TO RU-PART-NUMBER.
005150     MOVE PT-RECEIVED (WS-PART-SUB) TO RU-RECEIVED.
005160     MOVE PT-CONFIRMED (WS-PART-SUB) TO RU-CONFIRMED.
005170     MOVE PT-NOT-CONFIRMED (WS-PART-SUB) TO RU-NOT-CONFIRMED.
005180     MOVE PT-DAMAGED (WS-PART-SUB) TO RU-DAMAGED.
005190     MOVE PT-SHIPPED-OK (WS-PART-SUB) TO RU-SHIPPED-IN-SPEC.
005200     MOVE PT-BENCH-READINGS (WS-PART-SUB) TO RU-BENCH-READINGS.
005210     MOVE PT-BENCH-OOS (WS-PART-SUB) TO RU-BENCH-OOS.
005220     WRITE RMA-SUMMARY-RECORD.
005230     ADD 1 TO WS-WRITTEN-COUNT.
005240     PERFORM 4300-WRITE-COMPLAINT-LINE THRU 4300-EXIT
005250         VARYING WS-CODE-SUB FROM 1 BY 1
005260         UNTIL WS-CODE-SUB > WS-CODE-COUNT.
005270 4200-EXIT.
005280     EXIT.
005290*
005300 4300-WRITE-COMPLAINT-LINE.
005310     IF PC-PART-NUMBER (WS-CODE-SUB)
005320             NOT = PT-PART-NUMBER (WS-PART-SUB)
005330         GO TO 4300-EXIT.
005340     MOVE SPACES TO RMA-SUMMARY-RECORD.
005350     SET RU-COMPLAINT-LINE TO TRUE.
005360     MOVE WS-CUR-MONTH TO RU-MONTH.
005370     MOVE PC-PART-NUMBER (WS-CODE-SUB) TO RU-PART-NUMBER.
005380     MOVE PC-COMPLAINT-CODE (WS-CODE-SUB) TO RU-COMPLAINT-CODE.
005390     MOVE PC-RECEIVED (WS-CODE-SUB) TO RU-RECEIVED.
005400     MOVE PC-CONFIRMED (WS-CODE-SUB) TO RU-CONFIRMED.
005410     MOVE PC-NOT-CONFIRMED (WS-CODE-SUB) TO RU-NOT-CONFIRMED.
005420     MOVE PC-DAMAGED (WS-CODE-SUB) TO RU-DAMAGED.
005430     MOVE PC-SHIPPED-OK (WS-CODE-SUB) TO RU-SHIPPED-IN-SPEC.
005440     MOVE ZERO TO RU-BENCH-READINGS.
005450     MOVE ZERO TO RU-BENCH-OOS.
005460     WRITE RMA-SUMMARY-RECORD.
005470     ADD 1 TO WS-WRITTEN-COUNT.
005480 4300-EXIT.
005490     EXIT.
005500*
005510* ---------------------------------------------------------------
005520* 8000-TERMINATE - WRITE THE RUN-CONTROL RECORD, SHOW A RUN
005530* SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
005540* ---------------------------------------------------------------
005550 8000-TERMINATE.
005560     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
005570     DISPLAY "RMA MONTHLY SUMMARY COMPLETE FOR " WS-CUR-MONTH
005580         " - " MT-RECEIVED (1) " RETURNS RECEIVED, "
005590         WS-PART-COUNT " PARTS".
005600 8000-EXIT.
005610     EXIT.
005620*
005630* ---------------------------------------------------------------
005640* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
005650* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
005660* ---------------------------------------------------------------
005670 8600-WRITE-RUN-STATS.
005680     MOVE SPACES TO RUN-STAT-RECORD.
005690     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
005700     MOVE WS-RUN-TIME TO RS-RUN-TIME.
005710     MOVE "RMAMON  " TO RS-PROGRAM-ID.
005720     MOVE WS-RMA-READ-COUNT TO RS-RECORDS-READ.
005730     MOVE ZERO TO RS-ACCEPTED.
005740     MOVE ZERO TO RS-REJECTED.
005750     MOVE ZERO TO RS-OUT-OF-SPEC.
005760     MOVE WS-WRITTEN-COUNT TO RS-TRANS-WRITTEN.
005770     MOVE ZERO TO RS-MASTER-IN.
005780     MOVE ZERO TO RS-MASTER-NEW.
005790     MOVE ZERO TO RS-MASTER-OUT.
005800     CALL "RUNLOG" USING RUN-STAT-RECORD.
005810 8600-EXIT.
005820     EXIT.
