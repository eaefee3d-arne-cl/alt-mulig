000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CONTAIN.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - SUSPECT-PRODUCT CONTAINMENT WHEN
000100*                     A GAUGE FAILS CALIBRATION.  FOR EACH GAUGE
000110*                     THE LAB REPORTS ON CONTREQ (GAUGE ID, DATE
000120*                     OF ITS LAST GOOD CALIBRATION, WHO IS ASKING)
000130*                     THIS RUN TRACES EVERY READING THE GAUGE TOOK
000140*                     ON OR AFTER THAT DATE - FROM THE CALCULATION
000150*                     AUDIT TRAIL (COILAUD, AR-GAUGE-ID) AND FROM
000160*                     THE COIL HISTORY (COILHIST, CH-GAUGE-ID) -
000170*                     AND LISTS THE AFFECTED COILS WITH PART,
000180*                     READING, SPEC LIMITS IN EFFECT ON THE TEST
000190*                     DATE AND CURRENT LIFECYCLE STATUS (CONTRPT).
000200*                     EVERY ACTIVE AFFECTED COIL GETS A HOLD
000210*                     TRANSACTION APPENDED TO STATTRAN, SIGNED BY
000220*                     THE REQUESTER, WHO MUST PASS OPERCHK OR THE
000230*                     REQUEST IS REFUSED.  EVERY AFFECTED COIL NOT
000240*                     SCRAPPED OR RETIRED IS APPENDED TO THE
000250*                     CONTAINMENT FILE (CONTCOIL) SO WORKBLD PUTS
000260*                     IT ON THE NEXT RE-TEST LIST.
000261*    2026-10-15  DPO  THE REQUESTER MUST ALSO HOLD THE STATUS
000262*                     CHANGE GRANT (AUTHCHK) THAT COILSTAT CHECKS
000263*                     ON EVERY HOLD, OR THE REQUEST IS REFUSED
000264*                     BEFORE ANY HOLD OR CONTCOIL ENTRY IS
000265*                     WRITTEN.
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   GNUCOBOL.
000310 OBJECT-COMPUTER.   GNUCOBOL.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT REQUEST-FILE ASSIGN TO "CONTREQ"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-REQUEST-STATUS.
000370     SELECT AUDIT-FILE ASSIGN TO "COILAUD"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AUDIT-STATUS.
000400     SELECT HISTORY-FILE ASSIGN TO "COILHIST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS CH-HIST-KEY
000440         FILE STATUS IS WS-HISTORY-STATUS.
000450     SELECT COIL-MASTER-FILE ASSIGN TO "COILMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS CM-COIL-ID
000490         FILE STATUS IS WS-MASTER-STATUS.
000500     SELECT STATUS-TRANS-FILE ASSIGN TO "STATTRAN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TRANS-STATUS.
000530     SELECT CONTAIN-COIL-FILE ASSIGN TO "CONTCOIL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CONTAIN-STATUS.
000560     SELECT REPORT-FILE ASSIGN TO "CONTRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  REQUEST-FILE
000620     RECORDING MODE IS F.
000630     COPY CONTREQ.
000640*
000650 FD  AUDIT-FILE
000660     RECORDING MODE IS F.
000670     COPY AUDITREC.
000680*
000690 FD  HISTORY-FILE.
000700     COPY COILHIST.
000710*
000720 FD  COIL-MASTER-FILE.
000730     COPY COILMAST.
000740*
000750 FD  STATUS-TRANS-FILE
000760     RECORDING MODE IS F.
000770     COPY STATTRAN.
000780*
000790 FD  CONTAIN-COIL-FILE
000800     RECORDING MODE IS F.
000810     COPY CONTCOIL.
000820*
000830 FD  REPORT-FILE
000840     RECORDING MODE IS F.
000850 01  REPORT-RECORD               PIC X(80).
000860*
000870 WORKING-STORAGE SECTION.
000880 77  WS-REQUEST-STATUS        PIC X(02).
000890 77  WS-AUDIT-STATUS          PIC X(02).
000900 77  WS-HISTORY-STATUS        PIC X(02).
000910 77  WS-MASTER-STATUS         PIC X(02).
000920 77  WS-TRANS-STATUS          PIC X(02).
000930 77  WS-CONTAIN-STATUS        PIC X(02).
000940 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
000950 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000960 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
000970 77  WS-SUB                   PIC 9(03).
000980 77  WS-INSERT-SUB            PIC 9(03).
000990 77  WS-MOVE-SUB              PIC 9(03).
001000 77  WS-AFF-SUB               PIC 9(03).
001010 77  WS-TABLE-MAX             PIC 9(03) VALUE 500.
001020 77  WS-AFF-COUNT             PIC 9(03) VALUE ZERO.
001030 77  WS-REQUEST-COUNT         PIC 9(05) VALUE ZERO.
001040 77  WS-PROCESSED-COUNT       PIC 9(05) VALUE ZERO.
001050 77  WS-REFUSED-COUNT         PIC 9(05) VALUE ZERO.
001060 77  WS-REQ-READING-COUNT     PIC 9(05) VALUE ZERO.
001070 77  WS-REQ-COIL-COUNT        PIC 9(05) VALUE ZERO.
001080 77  WS-REQ-OOS-COUNT         PIC 9(05) VALUE ZERO.
001090 77  WS-REQ-HOLD-COUNT        PIC 9(05) VALUE ZERO.
001100 77  WS-REQ-RETEST-COUNT      PIC 9(05) VALUE ZERO.
001110 77  WS-READING-TOTAL         PIC 9(05) VALUE ZERO.
001120 77  WS-COIL-TOTAL            PIC 9(05) VALUE ZERO.
001130 77  WS-OOS-TOTAL             PIC 9(05) VALUE ZERO.
001140 77  WS-HOLD-TOTAL            PIC 9(05) VALUE ZERO.
001150 77  WS-RETEST-TOTAL          PIC 9(05) VALUE ZERO.
001160 77  WS-RUN-DATE-8            PIC 9(08).
001170 77  WS-RUN-TIME              PIC 9(08).
001180 77  WS-PREV-COIL-ID          PIC X(06).
001190 77  WS-REFUSAL-REASON        PIC X(40).
001200 77  WS-GAUGE-DESCRIPTION     PIC X(20).
001210 77  WS-GAUGE-DUE-DATE        PIC 9(08).
001220 77  WS-SPEC-LOW-LIMIT        PIC 9(04)V9999.
001230 77  WS-SPEC-HIGH-LIMIT       PIC 9(04)V9999.
001240 77  WS-SPEC-CERT-REQUIRED    PIC 9(01).
001250 77  WS-OPERATOR-NAME         PIC X(20).
001260 77  WS-OPERATOR-CERT-LEVEL   PIC 9(01).
001262 77  WS-AUTH-FUNCTION         PIC 9(01) VALUE 3.
001264 77  WS-AUTH-PROGRAM          PIC X(08) VALUE "CONTAIN".
001266 77  WS-AUTH-SUBJECT          PIC X(20) VALUE
001268         "GAUGE CONTAINMENT".
001270*
001280     COPY RUNPARM.
001290*
001300 01  WS-PARM-RETURN-CODE      PIC 9(02).
001310     88  PARMS-LOADED                 VALUE ZERO.
001320     88  PARM-DEFAULTS-USED           VALUE 01.
001330*
001340 01  WS-SWITCHES.
001350     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001360         88  EOF-YES                    VALUE 'Y'.
001370         88  EOF-NO                     VALUE 'N'.
001380     05  WS-SCAN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001390         88  SCAN-EOF-YES               VALUE 'Y'.
001400         88  SCAN-EOF-NO                VALUE 'N'.
001410     05  WS-MASTER-SWITCH     PIC X(01) VALUE 'N'.
001420         88  MASTER-PRESENT             VALUE 'Y'.
001430         88  MASTER-ABSENT              VALUE 'N'.
001440     05  WS-COIL-FOUND-SWITCH PIC X(01) VALUE 'N'.
001450         88  COIL-FOUND                 VALUE 'Y'.
001460         88  COIL-NOT-FOUND             VALUE 'N'.
001470     05  WS-ENTRY-FOUND-SWITCH PIC X(01) VALUE 'N'.
001480         88  ENTRY-FOUND                VALUE 'Y'.
001490         88  ENTRY-NOT-FOUND            VALUE 'N'.
001500     05  WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
001510         88  TABLE-FULL                 VALUE 'Y'.
001520         88  TABLE-NOT-FULL             VALUE 'N'.
001530     05  WS-DETAIL-SWITCH     PIC X(01) VALUE 'N'.
001540         88  DETAIL-PRINTING            VALUE 'Y'.
001550         88  DETAIL-NOT-PRINTING        VALUE 'N'.
001560*
001570 01  WS-SPEC-RETURN-CODE          PIC 9(02).
001580     88  SPEC-IN-SPEC                     VALUE ZERO.
001590     88  SPEC-OUT-OF-SPEC                 VALUE 01.
001600     88  SPEC-PART-NOT-FOUND              VALUE 02.
001610*
001620 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
001630     88  OPERATOR-VALID                   VALUE ZERO.
001640     88  OPERATOR-UNKNOWN                 VALUE 01.
001650     88  OPERATOR-INACTIVE                VALUE 02.
001660     88  NO-OPERATOR-MASTER               VALUE 03.
001661*
001662 01  WS-AUTH-RETURN-CODE          PIC 9(02).
001663     88  AUTH-GRANTED                     VALUE ZERO.
001664     88  AUTH-NOT-GRANTED                 VALUE 01.
001665     88  AUTH-OPERATOR-NOT-VALID          VALUE 02.
001666     88  AUTH-NO-AUTHORITY-MASTER         VALUE 03.
001670*
001680 01  WS-GAUGE-RETURN-CODE         PIC 9(02).
001690     88  GAUGE-VALID                      VALUE ZERO.
001700     88  GAUGE-UNKNOWN                    VALUE 01.
001710     88  GAUGE-INACTIVE                   VALUE 02.
001720     88  GAUGE-PAST-DUE                   VALUE 03.
001730     88  NO-GAUGE-MASTER                  VALUE 04.
001740*
001750* THE READINGS TRACED FOR ONE REQUEST, HELD IN COIL-ID / TEST-DATE
001760* ORDER SO EACH COIL'S READINGS PRINT TOGETHER AND THE COIL-LEVEL
001770* ACTION IS TAKEN ONCE, ON ITS FIRST READING.  A READING FOUND IN
001780* BOTH COILAUD AND COILHIST IS ONE ENTRY; THE POSTED COILHIST
001790* VALUES WIN OVER THE AUDIT RESULT.
001800*
001810 01  AFFECTED-TABLE.
001820     05  AFT-ENTRY OCCURS 500 TIMES.
001830         10  AFT-KEY.
001840             15  AFT-COIL-ID  PIC X(06).
001850             15  AFT-TEST-DATE PIC 9(08).
001860         10  AFT-SOURCE       PIC X(05).
001870         10  AFT-PART-NUMBER  PIC X(06).
001880         10  AFT-READING      PIC 9(04)V9999.
001890*
001900 01  WS-NEW-ENTRY.
001910     05  WS-NEW-KEY.
001920         10  WS-NEW-COIL-ID   PIC X(06).
001930         10  WS-NEW-TEST-DATE PIC 9(08).
001940     05  WS-NEW-SOURCE        PIC X(05).
001950     05  WS-NEW-PART-NUMBER   PIC X(06).
001960     05  WS-NEW-READING       PIC 9(04)V9999.
001970*
001980 01  WS-RUN-DATE.
001990     05  WS-RUN-YY            PIC 9(02).
002000     05  WS-RUN-MM            PIC 9(02).
002010     05  WS-RUN-DD            PIC 9(02).
002020*
002030     COPY RUNSTAT.
002040*
002050 01  WS-HEADING-1.
002060     05  FILLER               PIC X(01) VALUE SPACE.
002070     05  FILLER               PIC X(26) VALUE
002080         "GAUGE CONTAINMENT REPORT  ".
002090     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
002100     05  H1-RUN-MM            PIC 99.
002110     05  FILLER               PIC X(01) VALUE "/".
002120     05  H1-RUN-DD            PIC 99.
002130     05  FILLER               PIC X(01) VALUE "/".
002140     05  H1-RUN-YY            PIC 99.
002150     05  FILLER               PIC X(08) VALUE "  PAGE  ".
002160     05  H1-PAGE-NO           PIC ZZZ9.
002170     05  FILLER               PIC X(22) VALUE SPACE.
002180*
002190 01  WS-HEADING-2.
002200     05  FILLER               PIC X(01) VALUE SPACE.
002210     05  FILLER               PIC X(07) VALUE "COIL   ".
002220     05  FILLER               PIC X(11) VALUE "TEST DATE  ".
002230     05  FILLER               PIC X(06) VALUE "SRC   ".
002240     05  FILLER               PIC X(07) VALUE "PART   ".
002250     05  FILLER               PIC X(10) VALUE "  READING ".
002260     05  FILLER               PIC X(10) VALUE "      LOW ".
002270     05  FILLER               PIC X(10) VALUE "     HIGH ".
002280     05  FILLER               PIC X(02) VALUE SPACE.
002290     05  FILLER               PIC X(09) VALUE "STATUS   ".
002300     05  FILLER               PIC X(07) VALUE "ACTION ".
002310*
002320 01  WS-REQUEST-LINE-1.
002330     05  FILLER               PIC X(01) VALUE SPACE.
002340     05  FILLER               PIC X(14) VALUE "GAUGE         ".
002350     05  RL-GAUGE-ID          PIC X(08).
002360     05  FILLER               PIC X(02) VALUE SPACE.
002370     05  RL-GAUGE-DESC        PIC X(20).
002380     05  FILLER               PIC X(16) VALUE "  LAST GOOD CAL ".
002390     05  RL-GOOD-CAL-DATE     PIC 9999/99/99.
002400     05  FILLER               PIC X(09) VALUE SPACE.
002410*
002420 01  WS-REQUEST-LINE-2.
002430     05  FILLER               PIC X(01) VALUE SPACE.
002440     05  FILLER               PIC X(14) VALUE "REQUESTED BY  ".
002450     05  RL-REQUESTED-BY      PIC X(08).
002460     05  FILLER               PIC X(02) VALUE SPACE.
002470     05  RL-REQUESTER-NAME    PIC X(20).
002480     05  FILLER               PIC X(35) VALUE SPACE.
002490*
002500 01  WS-REQUEST-LINE-3.
002510     05  FILLER               PIC X(01) VALUE SPACE.
002520     05  FILLER               PIC X(14) VALUE "REASON        ".
002530     05  RL-REASON            PIC X(30).
002540     05  FILLER               PIC X(35) VALUE SPACE.
002550*
002560 01  WS-DETAIL-LINE.
002570     05  FILLER               PIC X(01) VALUE SPACE.
002580     05  DL-COIL-ID           PIC X(06).
002590     05  FILLER               PIC X(01) VALUE SPACE.
002600     05  DL-TEST-DATE         PIC 9999/99/99.
002610     05  FILLER               PIC X(01) VALUE SPACE.
002620     05  DL-SOURCE            PIC X(05).
002630     05  FILLER               PIC X(01) VALUE SPACE.
002640     05  DL-PART-NUMBER       PIC X(06).
002650     05  FILLER               PIC X(01) VALUE SPACE.
002660     05  DL-READING           PIC ZZZ9.9999.
002670     05  FILLER               PIC X(01) VALUE SPACE.
002680     05  DL-LOW-LIMIT         PIC ZZZ9.9999.
002690     05  FILLER               PIC X(01) VALUE SPACE.
002700     05  DL-HIGH-LIMIT        PIC ZZZ9.9999.
002710     05  DL-SPEC-FLAG         PIC X(01).
002720     05  FILLER               PIC X(01) VALUE SPACE.
002730     05  DL-STATUS            PIC X(08).
002740     05  FILLER               PIC X(01) VALUE SPACE.
002750     05  DL-ACTION            PIC X(07).
002760     05  FILLER               PIC X(01) VALUE SPACE.
002770*
002780 01  WS-NOTE-LINE.
002790     05  FILLER               PIC X(01) VALUE SPACE.
002800     05  NL-NOTE              PIC X(70).
002810     05  FILLER               PIC X(09) VALUE SPACE.
002820*
002830 01  WS-TOTAL-LINE.
002840     05  FILLER               PIC X(01) VALUE SPACE.
002850     05  TL-LABEL             PIC X(40).
002860     05  TL-COUNT             PIC ZZZZZZ9.
002870     05  FILLER               PIC X(32) VALUE SPACE.
002880*
002890 01  WS-PRINT-LINE            PIC X(80).
002900*
002910 PROCEDURE DIVISION.
002920*
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
002960         UNTIL EOF-YES.
002970     PERFORM 7000-PRINT-RUN-TOTALS THRU 7000-EXIT.
002980     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002990     STOP RUN.
003000*
003010* ---------------------------------------------------------------
003020* 1000-INITIALIZE - PICK UP THE RUN PARAMETERS, OPEN THE REQUESTS,
003030* THE COIL MASTER AND THE TWO OUTPUT FILES.  STATTRAN AND
003040* CONTCOIL ARE APPENDED TO, SO TRANSACTIONS AND CONTAINMENTS
003050* ALREADY WAITING ARE KEPT.  NO REQUEST FILE MEANS NO GAUGE HAS
003060* FAILED - NOT AN ERROR.
003070* ---------------------------------------------------------------
003080 1000-INITIALIZE.
003090     CALL "GETPARM" USING RUN-PARM-RECORD WS-PARM-RETURN-CODE.
003100     IF RP-AS-OF-DATE > ZERO
003110         MOVE RP-AS-OF-DATE TO WS-RUN-DATE-8
003120     ELSE
003130         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
003140     END-IF.
003150     MOVE WS-RUN-DATE-8 (3:2) TO WS-RUN-YY.
003160     MOVE WS-RUN-DATE-8 (5:2) TO WS-RUN-MM.
003170     MOVE WS-RUN-DATE-8 (7:2) TO WS-RUN-DD.
003180     ACCEPT WS-RUN-TIME FROM TIME.
003190     MOVE RP-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
003200     OPEN OUTPUT REPORT-FILE.
003210     OPEN INPUT COIL-MASTER-FILE.
003220     IF WS-MASTER-STATUS = "35"
003230         DISPLAY "CONTAIN - WARNING - NO COIL MASTER FILE - "
003240             "NO STATUS, HOLD OR RE-TEST POSSIBLE"
003250         SET MASTER-ABSENT TO TRUE
003260     ELSE
003270         SET MASTER-PRESENT TO TRUE
003280     END-IF.
003290     OPEN EXTEND STATUS-TRANS-FILE.
003300     IF WS-TRANS-STATUS = "35"
003310         OPEN OUTPUT STATUS-TRANS-FILE
003320     END-IF.
003330     OPEN EXTEND CONTAIN-COIL-FILE.
003340     IF WS-CONTAIN-STATUS = "35"
003350         OPEN OUTPUT CONTAIN-COIL-FILE
003360     END-IF.
003370     OPEN INPUT REQUEST-FILE.
003380     IF WS-REQUEST-STATUS = "35"
003390         DISPLAY "CONTAIN - NO CONTREQ INPUT FILE - "
003400             "NO CONTAINMENT REQUESTED"
003410         SET EOF-YES TO TRUE
003420     ELSE
003430         PERFORM 1100-READ-REQUEST THRU 1100-EXIT
003440     END-IF.
003450 1000-EXIT.
003460     EXIT.
003470*
003480 1100-READ-REQUEST.
003490     READ REQUEST-FILE
003500         AT END
003510             SET EOF-YES TO TRUE
003520         NOT AT END
003530             ADD 1 TO WS-REQUEST-COUNT
003540     END-READ.
003550 1100-EXIT.
003560     EXIT.
003570*
003580* ---------------------------------------------------------------
003590* 2000-PROCESS-REQUEST - ONE FAILED GAUGE, ON A PAGE OF ITS OWN.
003600* THE REQUEST IS PROVED FIRST: A GAUGE ID, A NUMERIC LAST-GOOD
003610* CALIBRATION DATE NOT AFTER THE RUN DATE, AND A REQUESTER WHO IS
003620* A VALID ACTIVE OPERATOR (THE HOLDS GO OUT IN THAT NAME).  A
003630* GAUGE NOT ON GAUGMAST IS STILL TRACED - ITS READINGS ARE SUSPECT
003640* ALL THE SAME.
003650* ---------------------------------------------------------------
003660 2000-PROCESS-REQUEST.
003670     SET DETAIL-NOT-PRINTING TO TRUE.
003680     PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT.
003690     MOVE SPACES TO WS-REFUSAL-REASON.
003700     MOVE SPACES TO WS-OPERATOR-NAME.
003710     MOVE SPACES TO WS-GAUGE-DESCRIPTION.
003720     EVALUATE TRUE
003730         WHEN CQ-GAUGE-ID = SPACE
003740             MOVE "NO GAUGE ID" TO WS-REFUSAL-REASON
003750         WHEN CQ-GOOD-CAL-DATE NOT NUMERIC
003760                 OR CQ-GOOD-CAL-DATE = ZERO
003770             MOVE "LAST GOOD CALIBRATION DATE MISSING"
003780                 TO WS-REFUSAL-REASON
003790         WHEN CQ-GOOD-CAL-DATE > WS-RUN-DATE-8
003800             MOVE "LAST GOOD CALIBRATION DATE IN FUTURE"
003810                 TO WS-REFUSAL-REASON
003820     END-EVALUATE.
003830     IF WS-REFUSAL-REASON = SPACE
003840         CALL "OPERCHK" USING CQ-REQUESTED-BY WS-OPERATOR-NAME
003850             WS-OPERATOR-CERT-LEVEL WS-OPERATOR-RETURN-CODE
003860         IF NOT OPERATOR-VALID
003870             MOVE "REQUESTER NOT A VALID ACTIVE OPERATOR"
003880                 TO WS-REFUSAL-REASON
003890         END-IF
003891         IF OPERATOR-VALID
003892             CALL "AUTHCHK" USING CQ-REQUESTED-BY WS-AUTH-FUNCTION
003893                 WS-AUTH-PROGRAM WS-AUTH-SUBJECT
003894                 WS-AUTH-RETURN-CODE
003895             IF NOT AUTH-GRANTED
003896                 MOVE "REQUESTER HAS NO STATUS-CHANGE GRANT"
003897                     TO WS-REFUSAL-REASON
003898             END-IF
003899         END-IF
003900     END-IF.
003910     IF WS-REFUSAL-REASON = SPACE
003920         CALL "GAUGECHK" USING CQ-GAUGE-ID WS-RUN-DATE-8
003930             WS-GAUGE-DESCRIPTION WS-GAUGE-DUE-DATE
003940             WS-GAUGE-RETURN-CODE
003950         IF GAUGE-UNKNOWN OR NO-GAUGE-MASTER
003960             MOVE "(NOT ON GAUGMAST)" TO WS-GAUGE-DESCRIPTION
003970         END-IF
003980     END-IF.
003990     PERFORM 2050-PRINT-REQUEST THRU 2050-EXIT.
004000     IF WS-REFUSAL-REASON NOT = SPACE
004010         ADD 1 TO WS-REFUSED-COUNT
004020         MOVE SPACES TO NL-NOTE
004030         STRING "REQUEST REFUSED - " WS-REFUSAL-REASON
004040             DELIMITED BY SIZE INTO NL-NOTE
004050         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
004060         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
004070         DISPLAY "CONTAIN - REQUEST FOR GAUGE " CQ-GAUGE-ID
004080             " REFUSED - " WS-REFUSAL-REASON
004090         GO TO 2000-ADVANCE.
004100     ADD 1 TO WS-PROCESSED-COUNT.
004110     MOVE ZERO TO WS-AFF-COUNT.
004120     MOVE ZERO TO WS-REQ-READING-COUNT.
004130     MOVE ZERO TO WS-REQ-COIL-COUNT.
004140     MOVE ZERO TO WS-REQ-OOS-COUNT.
004150     MOVE ZERO TO WS-REQ-HOLD-COUNT.
004160     MOVE ZERO TO WS-REQ-RETEST-COUNT.
004170     SET TABLE-NOT-FULL TO TRUE.
004180     PERFORM 2100-TRACE-AUDIT THRU 2100-EXIT.
004190     PERFORM 2200-TRACE-HISTORY THRU 2200-EXIT.
004200     SET DETAIL-PRINTING TO TRUE.
004210     WRITE REPORT-RECORD FROM WS-HEADING-2
004220         AFTER ADVANCING 2 LINES.
004230     ADD 2 TO WS-LINE-COUNT.
004240     MOVE SPACES TO WS-PREV-COIL-ID.
004250     PERFORM 3000-RESOLVE-ENTRY THRU 3000-EXIT
004260         VARYING WS-AFF-SUB FROM 1 BY 1
004270         UNTIL WS-AFF-SUB > WS-AFF-COUNT.
004280     SET DETAIL-NOT-PRINTING TO TRUE.
004290     PERFORM 4000-PRINT-REQUEST-TOTALS THRU 4000-EXIT.
004300 2000-ADVANCE.
004310     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
004320 2000-EXIT.
004330     EXIT.
004340*
004350 2050-PRINT-REQUEST.
004360     MOVE CQ-GAUGE-ID TO RL-GAUGE-ID.
004370     MOVE WS-GAUGE-DESCRIPTION TO RL-GAUGE-DESC.
004380     IF CQ-GOOD-CAL-DATE NUMERIC
004390         MOVE CQ-GOOD-CAL-DATE TO RL-GOOD-CAL-DATE
004400     ELSE
004410         MOVE ZERO TO RL-GOOD-CAL-DATE
004420     END-IF.
004430     MOVE CQ-REQUESTED-BY TO RL-REQUESTED-BY.
004440     MOVE WS-OPERATOR-NAME TO RL-REQUESTER-NAME.
004450     MOVE CQ-REASON TO RL-REASON.
004460     MOVE WS-REQUEST-LINE-1 TO WS-PRINT-LINE.
004470     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004480     MOVE WS-REQUEST-LINE-2 TO WS-PRINT-LINE.
004490     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004500     MOVE WS-REQUEST-LINE-3 TO WS-PRINT-LINE.
004510     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004520 2050-EXIT.
004530     EXIT.
004540*
004550* ---------------------------------------------------------------
004560* 2100-TRACE-AUDIT - EVERY CALCULATION THE GAUGE STOOD BEHIND ON
004570* OR AFTER THE LAST GOOD CALIBRATION, FROM EITHER FLUX PROGRAM.
004580* A CALCULATION WITH NO COIL ID WAS NOT A COIL TEST.
004590* ---------------------------------------------------------------
004600 2100-TRACE-AUDIT.
004610     OPEN INPUT AUDIT-FILE.
004620     IF WS-AUDIT-STATUS = "35"
004630         MOVE "NO COILAUD AUDIT TRAIL - COILHIST TRACE ONLY"
004640             TO NL-NOTE
004650         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
004660         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
004670         GO TO 2100-EXIT.
004680     SET SCAN-EOF-NO TO TRUE.
004690     PERFORM 2150-READ-AUDIT THRU 2150-EXIT.
004700     PERFORM 2160-CHECK-AUDIT THRU 2160-EXIT
004710         UNTIL SCAN-EOF-YES.
004720     CLOSE AUDIT-FILE.
004730 2100-EXIT.
004740     EXIT.
004750*
004760 2150-READ-AUDIT.
004770     READ AUDIT-FILE
004780         AT END
004790             SET SCAN-EOF-YES TO TRUE
004800     END-READ.
004810 2150-EXIT.
004820     EXIT.
004830*
004840 2160-CHECK-AUDIT.
004850     IF AR-GAUGE-ID NOT = CQ-GAUGE-ID
004860             OR AR-RUN-DATE < CQ-GOOD-CAL-DATE
004870             OR AR-COIL-ID = SPACE
004880         GO TO 2160-ADVANCE.
004890     MOVE AR-COIL-ID TO WS-NEW-COIL-ID.
004900     MOVE AR-RUN-DATE TO WS-NEW-TEST-DATE.
004910     MOVE AR-PROGRAM-ID (1:5) TO WS-NEW-SOURCE.
004920     MOVE SPACES TO WS-NEW-PART-NUMBER.
004930     MOVE AR-RESULT TO WS-NEW-READING.
004940     PERFORM 2500-ADD-ENTRY THRU 2500-EXIT.
004950 2160-ADVANCE.
004960     PERFORM 2150-READ-AUDIT THRU 2150-EXIT.
004970 2160-EXIT.
004980     EXIT.
004990*
005000* ---------------------------------------------------------------
005010* 2200-TRACE-HISTORY - WALK THE COIL HISTORY.  A READING ALREADY
005020* TRACED FROM COILAUD TAKES THE POSTED PART AND READING; A READING
005030* THE HISTORY ITSELF NAMES THE GAUGE ON IS ADDED.  HISTORY WRITTEN
005040* BEFORE THE GAUGE WAS CARRIED ON COILHIST HAS NO GAUGE ID AND IS
005050* REACHED ONLY THROUGH THE AUDIT TRAIL.
005060* ---------------------------------------------------------------
005070 2200-TRACE-HISTORY.
005080     OPEN INPUT HISTORY-FILE.
005090     IF WS-HISTORY-STATUS = "35"
005100         MOVE "NO COILHIST COIL HISTORY - COILAUD TRACE ONLY"
005110             TO NL-NOTE
005120         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
005130         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
005140         GO TO 2200-EXIT.
005150     SET SCAN-EOF-NO TO TRUE.
005160     PERFORM 2250-READ-HISTORY THRU 2250-EXIT.
005170     PERFORM 2260-CHECK-HISTORY THRU 2260-EXIT
005180         UNTIL SCAN-EOF-YES.
005190     CLOSE HISTORY-FILE.
005200 2200-EXIT.
005210     EXIT.
005220*
005230 2250-READ-HISTORY.
005240     READ HISTORY-FILE NEXT
005250         AT END
005260             SET SCAN-EOF-YES TO TRUE
005270     END-READ.
005280 2250-EXIT.
005290     EXIT.
005300*
005310 2260-CHECK-HISTORY.
005320     IF CH-TEST-DATE < CQ-GOOD-CAL-DATE
005330         GO TO 2260-ADVANCE.
005340     MOVE CH-COIL-ID TO WS-NEW-COIL-ID.
005350     MOVE CH-TEST-DATE TO WS-NEW-TEST-DATE.
005360     PERFORM 2600-FIND-ENTRY THRU 2600-EXIT.
005370     IF ENTRY-FOUND
005380         MOVE CH-PART-NUMBER TO AFT-PART-NUMBER (WS-SUB)
005390         MOVE CH-FLUX-DENSITY TO AFT-READING (WS-SUB)
005400         GO TO 2260-ADVANCE.
005410     IF CH-GAUGE-ID NOT = CQ-GAUGE-ID
005420         GO TO 2260-ADVANCE.
005430     MOVE "HIST " TO WS-NEW-SOURCE.
005440     MOVE CH-PART-NUMBER TO WS-NEW-PART-NUMBER.
005450     MOVE CH-FLUX-DENSITY TO WS-NEW-READING.
005460     PERFORM 2500-ADD-ENTRY THRU 2500-EXIT.
005470 2260-ADVANCE.
005480     PERFORM 2250-READ-HISTORY THRU 2250-EXIT.
005490 2260-EXIT.
005500     EXIT.
005510*
005520* ---------------------------------------------------------------
005530* 2500-ADD-ENTRY - FILE WS-NEW-ENTRY IN THE AFFECTED TABLE IN KEY
005540* ORDER, UNLESS THE SAME COIL AND DATE IS ALREADY THERE.  WHEN THE
005550* TABLE IS FULL THE TRACE IS INCOMPLETE AND THE REPORT SAYS SO.
005560* ---------------------------------------------------------------
005570 2500-ADD-ENTRY.
005580     PERFORM 2600-FIND-ENTRY THRU 2600-EXIT.
005590     IF ENTRY-FOUND
005600         GO TO 2500-EXIT.
005610     IF WS-AFF-COUNT NOT < WS-TABLE-MAX
005620         IF TABLE-NOT-FULL
005630             DISPLAY "CONTAIN - WARNING - AFFECTED TABLE FULL - "
005640                 "GAUGE " CQ-GAUGE-ID " TRACE INCOMPLETE"
005650         END-IF
005660         SET TABLE-FULL TO TRUE
005670         GO TO 2500-EXIT.
005680     MOVE 1 TO WS-INSERT-SUB.
005690     PERFORM 2550-FIND-SLOT THRU 2550-EXIT
005700         VARYING WS-SUB FROM 1 BY 1
005710         UNTIL WS-SUB > WS-AFF-COUNT
005720             OR AFT-KEY (WS-SUB) > WS-NEW-KEY.
005730     MOVE WS-SUB TO WS-INSERT-SUB.
005740     PERFORM 2560-SHIFT-ENTRY THRU 2560-EXIT
005750         VARYING WS-MOVE-SUB FROM WS-AFF-COUNT BY -1
005760         UNTIL WS-MOVE-SUB < WS-INSERT-SUB.
005770     ADD 1 TO WS-AFF-COUNT.
005780     MOVE WS-NEW-ENTRY TO AFT-ENTRY (WS-INSERT-SUB).
005790 2500-EXIT.
005800     EXIT.
005810*
005820 2550-FIND-SLOT.
005830     CONTINUE.
005840 2550-EXIT.
005850     EXIT.
005860*
005870 2560-SHIFT-ENTRY.
005880     MOVE AFT-ENTRY (WS-MOVE-SUB) TO AFT-ENTRY (WS-MOVE-SUB + 1).
005890 2560-EXIT.
005900     EXIT.
005910*
005920* ---------------------------------------------------------------
005930* 2600-FIND-ENTRY - LOCATE WS-NEW-KEY IN THE AFFECTED TABLE,
005940* LEAVING WS-SUB ON THE ENTRY WHEN FOUND.
005950* ---------------------------------------------------------------
005960 2600-FIND-ENTRY.
005970     SET ENTRY-NOT-FOUND TO TRUE.
005980     PERFORM 2650-MATCH-ENTRY THRU 2650-EXIT
005990         VARYING WS-AFF-SUB FROM 1 BY 1
006000         UNTIL WS-AFF-SUB > WS-AFF-COUNT OR ENTRY-FOUND.
006010 2600-EXIT.
006020     EXIT.
006030*
006040 2650-MATCH-ENTRY.
006050     IF AFT-KEY (WS-AFF-SUB) = WS-NEW-KEY
006060         SET ENTRY-FOUND TO TRUE
006070         MOVE WS-AFF-SUB TO WS-SUB
006080     END-IF.
006090 2650-EXIT.
006100     EXIT.
006110*
006120* ---------------------------------------------------------------
006130* 3000-RESOLVE-ENTRY - ONE TRACED READING.  THE COIL MASTER GIVES
006140* THE CURRENT STATUS (AND THE PART WHEN ONLY THE AUDIT TRAIL SAW
006150* THE READING); SPECCHK GIVES THE LIMITS IN EFFECT ON THE TEST
006160* DATE.  ON A COIL'S FIRST READING THE COIL IS CONTAINED: AN
006170* ACTIVE COIL IS HELD AND PUT ON THE RE-TEST LIST, A COIL ALREADY
006180* ON HOLD IS PUT ON THE RE-TEST LIST, A SCRAPPED OR RETIRED COIL
006190* OR ONE NOT ON THE MASTER NEEDS NOTHING.
006200* ---------------------------------------------------------------
006210 3000-RESOLVE-ENTRY.
006220     SET COIL-NOT-FOUND TO TRUE.
006230     IF MASTER-PRESENT
006240         MOVE AFT-COIL-ID (WS-AFF-SUB) TO CM-COIL-ID
006250         READ COIL-MASTER-FILE
006260             INVALID KEY
006270                 SET COIL-NOT-FOUND TO TRUE
006280             NOT INVALID KEY
006290                 SET COIL-FOUND TO TRUE
006300         END-READ
006310     END-IF.
006320     IF AFT-PART-NUMBER (WS-AFF-SUB) = SPACE AND COIL-FOUND
006330         MOVE CM-PART-NUMBER TO AFT-PART-NUMBER (WS-AFF-SUB)
006340     END-IF.
006350     ADD 1 TO WS-REQ-READING-COUNT.
006360     MOVE SPACES TO WS-DETAIL-LINE.
006370     MOVE AFT-COIL-ID (WS-AFF-SUB) TO DL-COIL-ID.
006380     MOVE AFT-TEST-DATE (WS-AFF-SUB) TO DL-TEST-DATE.
006390     MOVE AFT-SOURCE (WS-AFF-SUB) TO DL-SOURCE.
006400     MOVE AFT-PART-NUMBER (WS-AFF-SUB) TO DL-PART-NUMBER.
006410     MOVE AFT-READING (WS-AFF-SUB) TO DL-READING.
006420     CALL "SPECCHK" USING AFT-PART-NUMBER (WS-AFF-SUB)
006430         AFT-READING (WS-AFF-SUB) AFT-TEST-DATE (WS-AFF-SUB)
006440         WS-SPEC-LOW-LIMIT WS-SPEC-HIGH-LIMIT
006450         WS-SPEC-CERT-REQUIRED WS-SPEC-RETURN-CODE.
006460     EVALUATE TRUE
006470         WHEN SPEC-PART-NOT-FOUND
006480             MOVE ZERO TO DL-LOW-LIMIT
006490             MOVE ZERO TO DL-HIGH-LIMIT
006500             MOVE "?" TO DL-SPEC-FLAG
006510         WHEN SPEC-OUT-OF-SPEC
006520             MOVE WS-SPEC-LOW-LIMIT TO DL-LOW-LIMIT
006530             MOVE WS-SPEC-HIGH-LIMIT TO DL-HIGH-LIMIT
006540             MOVE "*" TO DL-SPEC-FLAG
006550             ADD 1 TO WS-REQ-OOS-COUNT
006560         WHEN OTHER
006570             MOVE WS-SPEC-LOW-LIMIT TO DL-LOW-LIMIT
006580             MOVE WS-SPEC-HIGH-LIMIT TO DL-HIGH-LIMIT
006590     END-EVALUATE.
006600     EVALUATE TRUE
006610         WHEN COIL-NOT-FOUND
006620             MOVE "NO MAST" TO DL-STATUS
006630         WHEN CM-STATUS-ACTIVE
006640             MOVE "ACTIVE" TO DL-STATUS
006650         WHEN CM-STATUS-HOLD
006660             MOVE "ON HOLD" TO DL-STATUS
006670         WHEN CM-STATUS-SCRAPPED
006680             MOVE "SCRAPPED" TO DL-STATUS
006690         WHEN CM-STATUS-RETIRED
006700             MOVE "RETIRED" TO DL-STATUS
006710         WHEN OTHER
006720             MOVE CM-STATUS-FLAG TO DL-STATUS
006730     END-EVALUATE.
006740     IF AFT-COIL-ID (WS-AFF-SUB) NOT = WS-PREV-COIL-ID
006750         MOVE AFT-COIL-ID (WS-AFF-SUB) TO WS-PREV-COIL-ID
006760         ADD 1 TO WS-REQ-COIL-COUNT
006770         PERFORM 3100-CONTAIN-COIL THRU 3100-EXIT
006780     END-IF.
006790     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
006800     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006810 3000-EXIT.
006820     EXIT.
006830*
006840 3100-CONTAIN-COIL.
006850     IF COIL-NOT-FOUND
006860             OR CM-STATUS-SCRAPPED
006870             OR CM-STATUS-RETIRED
006880         MOVE "NONE" TO DL-ACTION
006890         GO TO 3100-EXIT.
006900     IF CM-STATUS-HOLD
006910         MOVE "RETEST" TO DL-ACTION
006920     ELSE
006930         PERFORM 3200-WRITE-HOLD THRU 3200-EXIT
006940         MOVE "HOLD" TO DL-ACTION
006950     END-IF.
006960     MOVE SPACES TO CONTAIN-COIL-RECORD.
006970     MOVE CM-COIL-ID TO CC-COIL-ID.
006980     MOVE CQ-GAUGE-ID TO CC-GAUGE-ID.
006990     MOVE CQ-GOOD-CAL-DATE TO CC-GOOD-CAL-DATE.
007000     MOVE WS-RUN-DATE-8 TO CC-CONTAIN-DATE.
007010     MOVE CQ-REQUESTED-BY TO CC-REQUESTED-BY.
007020     WRITE CONTAIN-COIL-RECORD.
007030     ADD 1 TO WS-REQ-RETEST-COUNT.
007040 3100-EXIT.
007050     EXIT.
007060*
007070 3200-WRITE-HOLD.
007080     MOVE SPACES TO STATUS-TRANS-RECORD.
007090     MOVE CM-COIL-ID TO SN-COIL-ID.
007100     MOVE 'H' TO SN-STATUS-CODE.
007110     MOVE CQ-REQUESTED-BY TO SN-REVIEWER-ID.
007120     STRING "GAUGE " CQ-GAUGE-ID " OOT"
007130         DELIMITED BY SIZE INTO SN-COMMENT.
007140     WRITE STATUS-TRANS-RECORD.
007150     ADD 1 TO WS-REQ-HOLD-COUNT.
007160 3200-EXIT.
007170     EXIT.
007180*
007190* ---------------------------------------------------------------
007200* 4000-PRINT-REQUEST-TOTALS - WHAT THIS GAUGE'S FAILURE REACHED,
007210* AND A WARNING WHEN THE TRACE COULD NOT HOLD EVERY READING.
007220* ---------------------------------------------------------------
007230 4000-PRINT-REQUEST-TOTALS.
007240     MOVE SPACES TO WS-PRINT-LINE.
007250     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
007260     IF WS-AFF-COUNT = ZERO
007270         MOVE "NO READINGS BY THIS GAUGE SINCE ITS LAST GOOD CAL"
007280             TO NL-NOTE
007290         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
007300         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
007310     END-IF.
007320     IF TABLE-FULL
007330         MOVE "TRACE INCOMPLETE - AFFECTED TABLE FULL"
007340             TO NL-NOTE
007350         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
007360         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
007370     END-IF.
007380     MOVE "READINGS TRACED" TO TL-LABEL.
007390     MOVE WS-REQ-READING-COUNT TO TL-COUNT.
007400     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
007410     MOVE "  OUT OF SPEC AS RECORDED" TO TL-LABEL.
007420     MOVE WS-REQ-OOS-COUNT TO TL-COUNT.
007430     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
007440     MOVE "COILS AFFECTED" TO TL-LABEL.
007450     MOVE WS-REQ-COIL-COUNT TO TL-COUNT.
007460     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
007470     MOVE "  HOLD TRANSACTIONS WRITTEN TO STATTRAN" TO TL-LABEL.
007480     MOVE WS-REQ-HOLD-COUNT TO TL-COUNT.
007490     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
007500     MOVE "  COILS ADDED TO THE RE-TEST LIST" TO TL-LABEL.
007510     MOVE WS-REQ-RETEST-COUNT TO TL-COUNT.
007520     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
007530     ADD WS-REQ-READING-COUNT TO WS-READING-TOTAL.
007540     ADD WS-REQ-OOS-COUNT TO WS-OOS-TOTAL.
007550     ADD WS-REQ-COIL-COUNT TO WS-COIL-TOTAL.
007560     ADD WS-REQ-HOLD-COUNT TO WS-HOLD-TOTAL.
007570     ADD WS-REQ-RETEST-COUNT TO WS-RETEST-TOTAL.
007580 4000-EXIT.
007590     EXIT.
007600*
007610 5900-PRINT-TOTAL.
007620     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
007630     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
007640 5900-EXIT.
007650     EXIT.
007660*
007670* ---------------------------------------------------------------
007680* 6000-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
007690* LINE STAGED IN WS-PRINT-LINE.
007700* ---------------------------------------------------------------
007710 6000-WRITE-LINE.
007720     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
007730         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
007740     END-IF.
007750     WRITE REPORT-RECORD FROM WS-PRINT-LINE
007760         AFTER ADVANCING 1 LINE.
007770     ADD 1 TO WS-LINE-COUNT.
007780 6000-EXIT.
007790     EXIT.
007800*
007810* ---------------------------------------------------------------
007820* 6500-WRITE-HEADINGS - THE COLUMN HEADINGS ARE REPEATED ONLY WHEN
007830* A PAGE BREAKS IN THE MIDDLE OF A GAUGE'S READINGS.
007840* ---------------------------------------------------------------
007850 6500-WRITE-HEADINGS.
007860     ADD 1 TO WS-PAGE-COUNT.
007870     MOVE WS-RUN-MM TO H1-RUN-MM.
007880     MOVE WS-RUN-DD TO H1-RUN-DD.
007890     MOVE WS-RUN-YY TO H1-RUN-YY.
007900     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
007910     WRITE REPORT-RECORD FROM WS-HEADING-1
007920         AFTER ADVANCING PAGE.
007930     MOVE ZERO TO WS-LINE-COUNT.
007940     IF DETAIL-PRINTING
007950         WRITE REPORT-RECORD FROM WS-HEADING-2
007960             AFTER ADVANCING 2 LINES
007970         ADD 2 TO WS-LINE-COUNT
007980     END-IF.
007990     MOVE SPACES TO WS-PRINT-LINE.
008000     WRITE REPORT-RECORD FROM WS-PRINT-LINE
008010         AFTER ADVANCING 1 LINE.
008020     ADD 1 TO WS-LINE-COUNT.
008030 6500-EXIT.
008040     EXIT.
008050*
008060* ---------------------------------------------------------------
008070* 7000-PRINT-RUN-TOTALS - A CLOSING PAGE WITH THE WHOLE RUN'S
008080* COUNTS, FOR THE LAB'S CONTAINMENT RECORD.
008090* ---------------------------------------------------------------
008100 7000-PRINT-RUN-TOTALS.
008110     PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT.
008120     MOVE "CONTAINMENT REQUESTS READ" TO TL-LABEL.
008130     MOVE WS-REQUEST-COUNT TO TL-COUNT.
008140     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
008150     MOVE "REQUESTS PROCESSED" TO TL-LABEL.
008160     MOVE WS-PROCESSED-COUNT TO TL-COUNT.
008170     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
008180     MOVE "REQUESTS REFUSED" TO TL-LABEL.
008190     MOVE WS-REFUSED-COUNT TO TL-COUNT.
008200     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
008210     MOVE "READINGS TRACED" TO TL-LABEL.
008220     MOVE WS-READING-TOTAL TO TL-COUNT.
008230     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
008240     MOVE "  OUT OF SPEC AS RECORDED" TO TL-LABEL.
008250     MOVE WS-OOS-TOTAL TO TL-COUNT.
008260     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
008270     MOVE "COILS AFFECTED" TO TL-LABEL.
008280     MOVE WS-COIL-TOTAL TO TL-COUNT.
008290     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
008300     MOVE "HOLD TRANSACTIONS WRITTEN TO STATTRAN" TO TL-LABEL.
008310     MOVE WS-HOLD-TOTAL TO TL-COUNT.
008320     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
008330     MOVE "COILS ADDED TO THE RE-TEST LIST" TO TL-LABEL.
008340     MOVE WS-RETEST-TOTAL TO TL-COUNT.
008350     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
008360 7000-EXIT.
008370     EXIT.
008380*
008390* ---------------------------------------------------------------
008400* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
008410* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
008420* ---------------------------------------------------------------
008430 8000-TERMINATE.
008440     IF WS-REQUEST-STATUS NOT = "35"
008450         CLOSE REQUEST-FILE
008460     END-IF.
008470     IF MASTER-PRESENT
008480         CLOSE COIL-MASTER-FILE
008490     END-IF.
008500     CLOSE STATUS-TRANS-FILE.
008510     CLOSE CONTAIN-COIL-FILE.
008520     CLOSE REPORT-FILE.
008530     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
008540     DISPLAY "GAUGE CONTAINMENT COMPLETE - " WS-PROCESSED-COUNT
008550         " GAUGES, " WS-COIL-TOTAL " COILS, " WS-HOLD-TOTAL
008560         " HOLDS, " WS-RETEST-TOTAL " RE-TESTS".
008570 8000-EXIT.
008580     EXIT.
008590*
008600* ---------------------------------------------------------------
008610* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
008620* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
008630* ---------------------------------------------------------------
008640 8600-WRITE-RUN-STATS.
008650     MOVE SPACES TO RUN-STAT-RECORD.
008660     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
008670     MOVE WS-RUN-TIME TO RS-RUN-TIME.
008680     MOVE "CONTAIN " TO RS-PROGRAM-ID.
008690     MOVE WS-REQUEST-COUNT TO RS-RECORDS-READ.
008700     MOVE WS-PROCESSED-COUNT TO RS-ACCEPTED.
008710     MOVE WS-REFUSED-COUNT TO RS-REJECTED.
008720     MOVE WS-OOS-TOTAL TO RS-OUT-OF-SPEC.
008730     MOVE WS-HOLD-TOTAL TO RS-TRANS-WRITTEN.
008740     MOVE ZERO TO RS-MASTER-IN.
008750     MOVE ZERO TO RS-MASTER-NEW.
008760     MOVE ZERO TO RS-MASTER-OUT.
008770     CALL "RUNLOG" USING RUN-STAT-RECORD.
008780 8600-EXIT.
008790     EXIT.
