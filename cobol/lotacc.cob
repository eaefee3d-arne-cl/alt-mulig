000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LOTACC.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - NIGHTLY LOT-ACCEPTANCE DECISION.
000100*                     FLUX2 AND MASTUPD JUDGE ONE COIL AT A TIME,
000110*                     BUT THE CUSTOMER ACCEPTS OR REJECTS WHOLE
000120*                     PRODUCTION LOTS.  FOR EVERY OPEN OR
000130*                     INCOMPLETE LOT ON THE LOT MASTER (LOTMAST)
000140*                     THIS RUN COUNTS THE COILS SAMPLED FROM THE
000150*                     LOT (THE FIRST COILHIST READING OF EACH COIL
000160*                     CARRYING THE LOT NUMBER - A RE-TEST IS NOT A
000170*                     SECOND SAMPLE) AND HOW MANY OF THOSE WERE
000180*                     OUT OF SPEC AGAINST THE REVISION IN EFFECT
000190*                     ON THE TEST DATE (SPECCHK), AND DECIDES:
000200*                     REJECT AS SOON AS THE FINDINGS REACH THE
000210*                     REJECT NUMBER, ACCEPT ONCE THE FULL SAMPLE
000220*                     IS IN WITH FINDINGS NOT OVER THE ACCEPT
000230*                     NUMBER, OTHERWISE INCOMPLETE.  PRINTS THE
000240*                     LOT DISPOSITION REPORT (LOTRPT), WRITES THE
000250*                     DECISIONS TO A NEW LOT MASTER GENERATION
000260*                     (LOTMASTN), AND FOR A NEWLY REJECTED LOT
000270*                     APPENDS A HOLD TRANSACTION (STATTRAN) FOR
000280*                     EVERY COIL OF THE LOT ON THE COIL MASTER SO
000290*                     COILSTAT PUTS THE WHOLE LOT ON HOLD AT
000300*                     ONCE.  THE HOLDS ARE SIGNED WITH THE
000310*                     SUBMITTER'S OPERATOR ID FROM RUNPARM, WHICH
000320*                     MUST PASS OPERCHK OR THE RUN IS REFUSED.
000321*    2026-10-15  DPO  THE SUBMITTER MUST ALSO HOLD THE STATUS
000322*                     CHANGE GRANT (AUTHCHK) THAT COILSTAT CHECKS
000323*                     ON EVERY HOLD, SO A LOT IS NEVER MARKED
000324*                     REJECTED ON LOTMASTN WITH HOLDS THAT
000325*                     COILSTAT WOULD THEN REFUSE.
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   GNUCOBOL.
000370 OBJECT-COMPUTER.   GNUCOBOL.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LOT-MASTER-FILE ASSIGN TO "LOTMAST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-LOT-STATUS.
000430     SELECT NEW-LOT-MASTER-FILE ASSIGN TO "LOTMASTN"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT HISTORY-FILE ASSIGN TO "COILHIST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS CH-HIST-KEY
000490         FILE STATUS IS WS-HISTORY-STATUS.
000500     SELECT COIL-MASTER-FILE ASSIGN TO "COILMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS CM-COIL-ID
000540         FILE STATUS IS WS-MASTER-STATUS.
000550     SELECT STATUS-TRANS-FILE ASSIGN TO "STATTRAN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TRANS-STATUS.
000580     SELECT REPORT-FILE ASSIGN TO "LOTRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  LOT-MASTER-FILE
000640     RECORDING MODE IS F.
000650     COPY LOTMAST.
000660*
000670 FD  NEW-LOT-MASTER-FILE
000680     RECORDING MODE IS F.
000690     COPY LOTMAST REPLACING
000700         LOT-MASTER-RECORD BY NEW-LOT-MASTER-RECORD
000710         LT-LOT-NUMBER BY NL-LOT-NUMBER
000720         LT-PART-NUMBER BY NL-PART-NUMBER
000730         LT-LOT-SIZE BY NL-LOT-SIZE
000740         LT-SAMPLE-PLAN BY NL-SAMPLE-PLAN
000750         LT-SAMPLE-SIZE BY NL-SAMPLE-SIZE
000760         LT-ACCEPT-NUMBER BY NL-ACCEPT-NUMBER
000770         LT-REJECT-NUMBER BY NL-REJECT-NUMBER
000780         LT-DISP-CODE BY NL-DISP-CODE
000790         LT-DISP-OPEN BY NL-DISP-OPEN
000800         LT-DISP-INCOMPLETE BY NL-DISP-INCOMPLETE
000810         LT-DISP-ACCEPTED BY NL-DISP-ACCEPTED
000820         LT-DISP-REJECTED BY NL-DISP-REJECTED
000830         LT-DISP-DATE BY NL-DISP-DATE.
000840*
000850 FD  HISTORY-FILE.
000860     COPY COILHIST.
000870*
000880 FD  COIL-MASTER-FILE.
000890     COPY COILMAST.
000900*
000910 FD  STATUS-TRANS-FILE
000920     RECORDING MODE IS F.
000930     COPY STATTRAN.
000940*
000950 FD  REPORT-FILE
000960     RECORDING MODE IS F.
000970 01  REPORT-RECORD               PIC X(80).
000980*
000990 WORKING-STORAGE SECTION.
001000 77  WS-LOT-STATUS            PIC X(02).
001010 77  WS-HISTORY-STATUS        PIC X(02).
001020 77  WS-MASTER-STATUS         PIC X(02).
001030 77  WS-TRANS-STATUS          PIC X(02).
001040 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
001050 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
001060 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
001070 77  WS-SUB                   PIC 9(03).
001080 77  WS-LOT-SUB               PIC 9(03).
001090 77  WS-TABLE-MAX             PIC 9(03) VALUE 200.
001100 77  WS-LOT-COUNT             PIC 9(03) VALUE ZERO.
001110 77  WS-LOT-READ-COUNT        PIC 9(05) VALUE ZERO.
001120 77  WS-HIST-READ-COUNT       PIC 9(07) VALUE ZERO.
001130 77  WS-SAMPLE-TOTAL          PIC 9(05) VALUE ZERO.
001140 77  WS-RETEST-TOTAL          PIC 9(05) VALUE ZERO.
001150 77  WS-OOS-TOTAL             PIC 9(05) VALUE ZERO.
001160 77  WS-NO-LOT-TOTAL          PIC 9(05) VALUE ZERO.
001170 77  WS-ACCEPTED-COUNT        PIC 9(05) VALUE ZERO.
001180 77  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
001190 77  WS-INCOMPLETE-COUNT      PIC 9(05) VALUE ZERO.
001200 77  WS-HOLD-COUNT            PIC 9(05) VALUE ZERO.
001210 77  WS-RUN-DATE-8            PIC 9(08).
001220 77  WS-RUN-TIME              PIC 9(08).
001230 77  WS-PREV-COIL-ID          PIC X(06) VALUE SPACE.
001240 77  WS-PREV-LOT-NUMBER       PIC X(08) VALUE SPACE.
001250 77  WS-FIND-LOT-NUMBER       PIC X(08).
001260 77  WS-SPEC-LOW-LIMIT        PIC 9(04)V9999.
001270 77  WS-SPEC-HIGH-LIMIT       PIC 9(04)V9999.
001280 77  WS-SPEC-CERT-REQUIRED    PIC 9(01).
001290 77  WS-OPERATOR-NAME         PIC X(20).
001300 77  WS-OPERATOR-CERT-LEVEL   PIC 9(01).
001302 77  WS-AUTH-FUNCTION         PIC 9(01) VALUE 3.
001304 77  WS-AUTH-PROGRAM          PIC X(08) VALUE "LOTACC".
001306 77  WS-AUTH-SUBJECT          PIC X(20) VALUE "LOT HOLDS".
001310*
001320     COPY RUNPARM.
001330*
001340 01  WS-PARM-RETURN-CODE      PIC 9(02).
001350     88  PARMS-LOADED                 VALUE ZERO.
001360     88  PARM-DEFAULTS-USED           VALUE 01.
001370*
001380 01  WS-SWITCHES.
001390     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001400         88  EOF-YES                    VALUE 'Y'.
001410         88  EOF-NO                     VALUE 'N'.
001420     05  WS-HISTORY-SWITCH    PIC X(01) VALUE 'N'.
001430         88  HISTORY-PRESENT            VALUE 'Y'.
001440         88  HISTORY-ABSENT             VALUE 'N'.
001450     05  WS-MASTER-SWITCH     PIC X(01) VALUE 'N'.
001460         88  MASTER-PRESENT             VALUE 'Y'.
001470         88  MASTER-ABSENT              VALUE 'N'.
001480     05  WS-LOT-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001490         88  LOT-FOUND                  VALUE 'Y'.
001500         88  LOT-NOT-FOUND              VALUE 'N'.
001510     05  WS-CANCEL-SWITCH     PIC X(01) VALUE 'N'.
001520         88  RUN-CANCELLED              VALUE 'Y'.
001530         88  RUN-NOT-CANCELLED          VALUE 'N'.
001540*
001550 01  WS-SPEC-RETURN-CODE          PIC 9(02).
001560     88  SPEC-IN-SPEC                     VALUE ZERO.
001570     88  SPEC-OUT-OF-SPEC                 VALUE 01.
001580     88  SPEC-PART-NOT-FOUND              VALUE 02.
001590*
001600 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
001610     88  OPERATOR-VALID                   VALUE ZERO.
001620     88  OPERATOR-UNKNOWN                 VALUE 01.
001630     88  OPERATOR-INACTIVE                VALUE 02.
001640     88  NO-OPERATOR-MASTER               VALUE 03.
001641*
001642 01  WS-AUTH-RETURN-CODE          PIC 9(02).
001643     88  AUTH-GRANTED                     VALUE ZERO.
001644     88  AUTH-NOT-GRANTED                 VALUE 01.
001645     88  AUTH-OPERATOR-NOT-VALID          VALUE 02.
001646     88  AUTH-NO-AUTHORITY-MASTER         VALUE 03.
001650*
001660* THE LOT MASTER IS SMALL AND SEQUENTIAL, SO IT IS HELD HERE FOR
001670* THE WHOLE RUN: THE HISTORY WALK ADDS EACH SAMPLE TO ITS LOT, THE
001680* DECISION IS MADE IN THE TABLE, AND THE MASTER WALK READS THE
001690* DECISION BACK TO KNOW WHICH COILS TO HOLD.  LAT-OLD-DISP IS THE
001700* DECISION AS IT STOOD ON LOTMAST; LAT-NEW-DISP IS THIS RUN'S.
001710*
001720 01  LOT-TABLE.
001730     05  LAT-ENTRY OCCURS 200 TIMES.
001740         10  LAT-LOT-NUMBER   PIC X(08).
001750         10  LAT-PART-NUMBER  PIC X(06).
001760         10  LAT-LOT-SIZE     PIC 9(05).
001770         10  LAT-SAMPLE-PLAN  PIC X(06).
001780         10  LAT-SAMPLE-SIZE  PIC 9(04).
001790         10  LAT-ACCEPT-NO    PIC 9(03).
001800         10  LAT-REJECT-NO    PIC 9(03).
001810         10  LAT-OLD-DISP     PIC X(01).
001820             88  LAT-OLD-FINAL        VALUES 'A' 'R'.
001830             88  LAT-OLD-REJECTED     VALUE 'R'.
001840         10  LAT-OLD-DISP-DATE PIC 9(08).
001850         10  LAT-NEW-DISP     PIC X(01).
001860             88  LAT-NEW-ACCEPTED     VALUE 'A'.
001870             88  LAT-NEW-REJECTED     VALUE 'R'.
001880             88  LAT-NEW-INCOMPLETE   VALUE 'I'.
001890         10  LAT-SAMPLED      PIC 9(05).
001900         10  LAT-OOS          PIC 9(05).
001910         10  LAT-NO-SPEC      PIC 9(05).
001920         10  LAT-COILS        PIC 9(05).
001930         10  LAT-HOLDS        PIC 9(05).
001940*
001950 01  WS-RUN-DATE.
001960     05  WS-RUN-YY            PIC 9(02).
001970     05  WS-RUN-MM            PIC 9(02).
001980     05  WS-RUN-DD            PIC 9(02).
001990*
002000     COPY RUNSTAT.
002010*
002020 01  WS-HEADING-1.
002030     05  FILLER               PIC X(01) VALUE SPACE.
002040     05  FILLER               PIC X(26) VALUE
002050         "LOT DISPOSITION REPORT    ".
002060     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
002070     05  H1-RUN-MM            PIC 99.
002080     05  FILLER               PIC X(01) VALUE "/".
002090     05  H1-RUN-DD            PIC 99.
002100     05  FILLER               PIC X(01) VALUE "/".
002110     05  H1-RUN-YY            PIC 99.
002120     05  FILLER               PIC X(08) VALUE "  PAGE  ".
002130     05  H1-PAGE-NO           PIC ZZZ9.
002140     05  FILLER               PIC X(22) VALUE SPACE.
002150*
002160 01  WS-HEADING-2.
002170     05  FILLER               PIC X(01) VALUE SPACE.
002180     05  FILLER               PIC X(09) VALUE "LOT      ".
002190     05  FILLER               PIC X(07) VALUE "PART   ".
002200     05  FILLER               PIC X(06) VALUE " SIZE ".
002210     05  FILLER               PIC X(07) VALUE "PLAN   ".
002220     05  FILLER               PIC X(04) VALUE "   N".
002230     05  FILLER               PIC X(04) VALUE "  AC".
002240     05  FILLER               PIC X(04) VALUE "  RE".
002250     05  FILLER               PIC X(07) VALUE " SAMPLE".
002260     05  FILLER               PIC X(06) VALUE "   OOS".
002270     05  FILLER               PIC X(06) VALUE " COILS".
002280     05  FILLER               PIC X(13) VALUE "  DECISION   ".
002290     05  FILLER               PIC X(05) VALUE "HOLDS".
002300     05  FILLER               PIC X(01) VALUE SPACE.
002310*
002320 01  WS-DETAIL-LINE.
002330     05  FILLER               PIC X(01) VALUE SPACE.
002340     05  DL-LOT-NUMBER        PIC X(08).
002350     05  FILLER               PIC X(01) VALUE SPACE.
002360     05  DL-PART-NUMBER       PIC X(06).
002370     05  FILLER               PIC X(01) VALUE SPACE.
002380     05  DL-LOT-SIZE          PIC ZZZZ9.
002390     05  FILLER               PIC X(01) VALUE SPACE.
002400     05  DL-SAMPLE-PLAN       PIC X(06).
002410     05  FILLER               PIC X(01) VALUE SPACE.
002420     05  DL-SAMPLE-SIZE       PIC ZZZ9.
002430     05  FILLER               PIC X(01) VALUE SPACE.
002440     05  DL-ACCEPT-NO         PIC ZZ9.
002450     05  FILLER               PIC X(01) VALUE SPACE.
002460     05  DL-REJECT-NO         PIC ZZ9.
002470     05  FILLER               PIC X(02) VALUE SPACE.
002480     05  DL-SAMPLED           PIC ZZZZ9.
002490     05  FILLER               PIC X(01) VALUE SPACE.
002500     05  DL-OOS               PIC ZZZZ9.
002510     05  FILLER               PIC X(01) VALUE SPACE.
002520     05  DL-COILS             PIC ZZZZ9.
002530     05  FILLER               PIC X(02) VALUE SPACE.
002540     05  DL-DECISION          PIC X(10).
002550     05  FILLER               PIC X(01) VALUE SPACE.
002560     05  DL-HOLDS             PIC ZZZZ9.
002570     05  FILLER               PIC X(01) VALUE SPACE.
002580*
002590 01  WS-NOTE-LINE.
002600     05  FILLER               PIC X(12) VALUE SPACE.
002610     05  NL-NOTE              PIC X(60).
002620     05  FILLER               PIC X(08) VALUE SPACE.
002630*
002640 01  WS-TOTAL-LINE.
002650     05  FILLER               PIC X(01) VALUE SPACE.
002660     05  TL-LABEL             PIC X(40).
002670     05  TL-COUNT             PIC ZZZZZZ9.
002680     05  FILLER               PIC X(32) VALUE SPACE.
002690*
002700 01  WS-PARM-LINE.
002710     05  FILLER               PIC X(01) VALUE SPACE.
002720     05  FILLER               PIC X(24) VALUE
002730         "PARAMETERS - AS-OF DATE ".
002740     05  PL-AS-OF-DATE        PIC 9999/99/99.
002750     05  FILLER               PIC X(12) VALUE "  SIGNED BY ".
002760     05  PL-OPERATOR-ID       PIC X(08).
002770     05  FILLER               PIC X(02) VALUE SPACE.
002780     05  PL-SOURCE            PIC X(20).
002790     05  FILLER               PIC X(03) VALUE SPACE.
002800*
002810 01  WS-PRINT-LINE            PIC X(80).
002820*
002830 PROCEDURE DIVISION.
002840*
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     IF RUN-NOT-CANCELLED
002880         PERFORM 2000-COUNT-SAMPLES THRU 2000-EXIT
002890             UNTIL EOF-YES
002900         PERFORM 3000-DECIDE-LOT THRU 3000-EXIT
002910             VARYING WS-LOT-SUB FROM 1 BY 1
002920             UNTIL WS-LOT-SUB > WS-LOT-COUNT
002930         PERFORM 4000-HOLD-REJECTED-LOTS THRU 4000-EXIT
002940         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
002950         PERFORM 6800-WRITE-NEW-LOT-MASTER THRU 6800-EXIT
002960         PERFORM 8000-TERMINATE THRU 8000-EXIT
002970     END-IF.
002980     STOP RUN.
002990*
003000* ---------------------------------------------------------------
003010* 1000-INITIALIZE - PICK UP THE RUN PARAMETERS, PROVE THE
003020* SUBMITTER WHO SIGNS THE HOLDS, LOAD THE LOT MASTER AND OPEN THE
003030* COIL HISTORY FOR THE SAMPLE COUNT.  NO LOT MASTER MEANS NOTHING
003040* TO JUDGE; NO HISTORY SIMPLY LEAVES EVERY LOT INCOMPLETE.
003050* ---------------------------------------------------------------
003060 1000-INITIALIZE.
003070     CALL "GETPARM" USING RUN-PARM-RECORD WS-PARM-RETURN-CODE.
003080     IF RP-AS-OF-DATE > ZERO
003090         MOVE RP-AS-OF-DATE TO WS-RUN-DATE-8
003100     ELSE
003110         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
003120     END-IF.
003130     MOVE WS-RUN-DATE-8 (3:2) TO WS-RUN-YY.
003140     MOVE WS-RUN-DATE-8 (5:2) TO WS-RUN-MM.
003150     MOVE WS-RUN-DATE-8 (7:2) TO WS-RUN-DD.
003160     ACCEPT WS-RUN-TIME FROM TIME.
003170     MOVE RP-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
003180     CALL "OPERCHK" USING RP-OPERATOR-ID WS-OPERATOR-NAME
003190         WS-OPERATOR-CERT-LEVEL WS-OPERATOR-RETURN-CODE.
003200     IF NOT OPERATOR-VALID
003210         DISPLAY "LOTACC - SUBMITTER " RP-OPERATOR-ID
003220             " NOT A VALID ACTIVE OPERATOR - CODE "
003230             WS-OPERATOR-RETURN-CODE " - RUN REFUSED"
003240         SET RUN-CANCELLED TO TRUE
003250         GO TO 1000-EXIT.
003251     CALL "AUTHCHK" USING RP-OPERATOR-ID WS-AUTH-FUNCTION
003252         WS-AUTH-PROGRAM WS-AUTH-SUBJECT WS-AUTH-RETURN-CODE.
003253     IF NOT AUTH-GRANTED
003254         DISPLAY "LOTACC - SUBMITTER " RP-OPERATOR-ID
003255             " HAS NO STATUS-CHANGE GRANT - CODE "
003256             WS-AUTH-RETURN-CODE " - RUN REFUSED"
003257         SET RUN-CANCELLED TO TRUE
003258         GO TO 1000-EXIT.
003260     OPEN OUTPUT REPORT-FILE.
003270     PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT.
003280     PERFORM 1050-ECHO-PARAMETERS THRU 1050-EXIT.
003290     MOVE SPACES TO LOT-TABLE.
003300     PERFORM 1100-LOAD-LOT-TABLE THRU 1100-EXIT.
003310     OPEN INPUT HISTORY-FILE.
003320     IF WS-HISTORY-STATUS = "35"
003330         DISPLAY "LOTACC - WARNING - NO COIL HISTORY FILE - "
003340             "NO LOT CAN BE SAMPLED"
003350         SET HISTORY-ABSENT TO TRUE
003360         SET EOF-YES TO TRUE
003370     ELSE
003380         SET HISTORY-PRESENT TO TRUE
003390         SET EOF-NO TO TRUE
003400         PERFORM 1300-READ-HISTORY THRU 1300-EXIT
003410     END-IF.
003420 1000-EXIT.
003430     EXIT.
003440*
003450 1050-ECHO-PARAMETERS.
003460     MOVE WS-RUN-DATE-8 TO PL-AS-OF-DATE.
003470     MOVE RP-OPERATOR-ID TO PL-OPERATOR-ID.
003480     IF PARM-DEFAULTS-USED
003490         MOVE "(DEFAULTS USED)" TO PL-SOURCE
003500     ELSE
003510         MOVE "(FROM RUNPARM)" TO PL-SOURCE
003520     END-IF.
003530     MOVE WS-PARM-LINE TO WS-PRINT-LINE.
003540     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003550     MOVE SPACES TO WS-PRINT-LINE.
003560     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003570 1050-EXIT.
003580     EXIT.
003590*
003600 1100-LOAD-LOT-TABLE.
003610     OPEN INPUT LOT-MASTER-FILE.
003620     IF WS-LOT-STATUS = "35"
003630         DISPLAY "LOTACC - WARNING - NO LOT MASTER FILE - "
003640             "NO LOTS TO JUDGE"
003650     ELSE
003660         SET EOF-NO TO TRUE
003670         PERFORM 1150-READ-LOT THRU 1150-EXIT
003680         PERFORM 1200-STORE-LOT THRU 1200-EXIT
003690             UNTIL EOF-YES
003700         CLOSE LOT-MASTER-FILE
003710     END-IF.
003720 1100-EXIT.
003730     EXIT.
003740*
003750 1150-READ-LOT.
003760     READ LOT-MASTER-FILE
003770         AT END
003780             SET EOF-YES TO TRUE
003790         NOT AT END
003800             ADD 1 TO WS-LOT-READ-COUNT
003810     END-READ.
003820 1150-EXIT.
003830     EXIT.
003840*
003850 1200-STORE-LOT.
003860     IF WS-LOT-COUNT < WS-TABLE-MAX
003870         ADD 1 TO WS-LOT-COUNT
003880         MOVE LT-LOT-NUMBER TO LAT-LOT-NUMBER (WS-LOT-COUNT)
003890         MOVE LT-PART-NUMBER TO LAT-PART-NUMBER (WS-LOT-COUNT)
003900         MOVE LT-LOT-SIZE TO LAT-LOT-SIZE (WS-LOT-COUNT)
003910         MOVE LT-SAMPLE-PLAN TO LAT-SAMPLE-PLAN (WS-LOT-COUNT)
003920         MOVE LT-SAMPLE-SIZE TO LAT-SAMPLE-SIZE (WS-LOT-COUNT)
003930         MOVE LT-ACCEPT-NUMBER TO LAT-ACCEPT-NO (WS-LOT-COUNT)
003940         MOVE LT-REJECT-NUMBER TO LAT-REJECT-NO (WS-LOT-COUNT)
003950         MOVE LT-DISP-CODE TO LAT-OLD-DISP (WS-LOT-COUNT)
003960         MOVE LT-DISP-CODE TO LAT-NEW-DISP (WS-LOT-COUNT)
003970         MOVE LT-DISP-DATE TO LAT-OLD-DISP-DATE (WS-LOT-COUNT)
003980         MOVE ZERO TO LAT-SAMPLED (WS-LOT-COUNT)
003990         MOVE ZERO TO LAT-OOS (WS-LOT-COUNT)
004000         MOVE ZERO TO LAT-NO-SPEC (WS-LOT-COUNT)
004010         MOVE ZERO TO LAT-COILS (WS-LOT-COUNT)
004020         MOVE ZERO TO LAT-HOLDS (WS-LOT-COUNT)
004030     ELSE
004040         DISPLAY "LOTACC - WARNING - LOT TABLE FULL - LOT "
004050             LT-LOT-NUMBER " DROPPED"
004060     END-IF.
004070     PERFORM 1150-READ-LOT THRU 1150-EXIT.
004080 1200-EXIT.
004090     EXIT.
004100*
004110 1300-READ-HISTORY.
004120     READ HISTORY-FILE NEXT
004130         AT END
004140             SET EOF-YES TO TRUE
004150         NOT AT END
004160             ADD 1 TO WS-HIST-READ-COUNT
004170     END-READ.
004180 1300-EXIT.
004190     EXIT.
004200*
004210* ---------------------------------------------------------------
004220* 2000-COUNT-SAMPLES - ONE COILHIST READING.  THE FILE RUNS IN
004230* COIL-ID / TEST-DATE ORDER, SO THE FIRST READING OF A COIL UNDER
004240* A LOT NUMBER IS ITS SAMPLE READING; LATER READINGS OF THE SAME
004250* COIL IN THE SAME LOT ARE RE-TESTS AND ARE NOT COUNTED AGAIN -
004260* A PASSING RE-TEST MUST NOT WASH OUT A FAILED SAMPLE.  A READING
004270* WHOSE PART HAS NO SPEC ON FILE CANNOT BE JUDGED AND KEEPS THE
004280* LOT FROM BEING ACCEPTED.
004290* ---------------------------------------------------------------
004300 2000-COUNT-SAMPLES.
004310     IF CH-LOT-NUMBER = SPACE
004320         GO TO 2000-ADVANCE.
004330     IF CH-COIL-ID = WS-PREV-COIL-ID
004340             AND CH-LOT-NUMBER = WS-PREV-LOT-NUMBER
004350         ADD 1 TO WS-RETEST-TOTAL
004360         GO TO 2000-ADVANCE.
004370     MOVE CH-COIL-ID TO WS-PREV-COIL-ID.
004380     MOVE CH-LOT-NUMBER TO WS-PREV-LOT-NUMBER.
004390     MOVE CH-LOT-NUMBER TO WS-FIND-LOT-NUMBER.
004400     PERFORM 2100-FIND-LOT THRU 2100-EXIT.
004410     IF LOT-NOT-FOUND
004420         ADD 1 TO WS-NO-LOT-TOTAL
004430         GO TO 2000-ADVANCE.
004440     IF LAT-OLD-FINAL (WS-LOT-SUB)
004450         GO TO 2000-ADVANCE.
004460     ADD 1 TO LAT-SAMPLED (WS-LOT-SUB).
004470     ADD 1 TO WS-SAMPLE-TOTAL.
004480     CALL "SPECCHK" USING CH-PART-NUMBER CH-FLUX-DENSITY
004490         CH-TEST-DATE WS-SPEC-LOW-LIMIT WS-SPEC-HIGH-LIMIT
004500         WS-SPEC-CERT-REQUIRED WS-SPEC-RETURN-CODE.
004510     EVALUATE TRUE
004520         WHEN SPEC-OUT-OF-SPEC
004530             ADD 1 TO LAT-OOS (WS-LOT-SUB)
004540             ADD 1 TO WS-OOS-TOTAL
004550         WHEN SPEC-PART-NOT-FOUND
004560             ADD 1 TO LAT-NO-SPEC (WS-LOT-SUB)
004570     END-EVALUATE.
004580 2000-ADVANCE.
004590     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
004600 2000-EXIT.
004610     EXIT.
004620*
004630* ---------------------------------------------------------------
004640* 2100-FIND-LOT - LOCATE WS-FIND-LOT-NUMBER IN THE LOT TABLE,
004650* LEAVING WS-LOT-SUB ON THE ENTRY WHEN FOUND.
004660* ---------------------------------------------------------------
004670 2100-FIND-LOT.
004680     SET LOT-NOT-FOUND TO TRUE.
004690     PERFORM 2150-MATCH-LOT THRU 2150-EXIT
004700         VARYING WS-SUB FROM 1 BY 1
004710         UNTIL WS-SUB > WS-LOT-COUNT OR LOT-FOUND.
004720 2100-EXIT.
004730     EXIT.
004740*
004750 2150-MATCH-LOT.
004760     IF LAT-LOT-NUMBER (WS-SUB) = WS-FIND-LOT-NUMBER
004770         SET LOT-FOUND TO TRUE
004780         MOVE WS-SUB TO WS-LOT-SUB
004790     END-IF.
004800 2150-EXIT.
004810     EXIT.
004820*
004830* ---------------------------------------------------------------
004840* 3000-DECIDE-LOT - APPLY THE LOT'S SAMPLING PLAN.  A LOT ALREADY
004850* ACCEPTED OR REJECTED ON LOTMAST KEEPS ITS DECISION.  OTHERWISE
004860* FINDINGS AT OR OVER THE REJECT NUMBER REJECT THE LOT AT ONCE,
004870* WHETHER OR NOT THE FULL SAMPLE IS IN; A FULL SAMPLE, EVERY
004880* READING JUDGED, WITH FINDINGS NOT OVER THE ACCEPT NUMBER
004890* ACCEPTS IT; ANYTHING ELSE IS INCOMPLETE.
004900* ---------------------------------------------------------------
004910 3000-DECIDE-LOT.
004920     IF LAT-OLD-FINAL (WS-LOT-SUB)
004930         GO TO 3000-COUNT.
004940     EVALUATE TRUE
004950         WHEN LAT-REJECT-NO (WS-LOT-SUB) > ZERO
004960                 AND LAT-OOS (WS-LOT-SUB) NOT <
004970                     LAT-REJECT-NO (WS-LOT-SUB)
004980             MOVE 'R' TO LAT-NEW-DISP (WS-LOT-SUB)
004990         WHEN LAT-SAMPLE-SIZE (WS-LOT-SUB) > ZERO
005000                 AND LAT-SAMPLED (WS-LOT-SUB) NOT <
005010                     LAT-SAMPLE-SIZE (WS-LOT-SUB)
005020                 AND LAT-NO-SPEC (WS-LOT-SUB) = ZERO
005030                 AND LAT-OOS (WS-LOT-SUB) NOT >
005040                     LAT-ACCEPT-NO (WS-LOT-SUB)
005050             MOVE 'A' TO LAT-NEW-DISP (WS-LOT-SUB)
005060         WHEN OTHER
005070             MOVE 'I' TO LAT-NEW-DISP (WS-LOT-SUB)
005080     END-EVALUATE.
005090 3000-COUNT.
005100     EVALUATE TRUE
005110         WHEN LAT-NEW-ACCEPTED (WS-LOT-SUB)
005120             ADD 1 TO WS-ACCEPTED-COUNT
005130         WHEN LAT-NEW-REJECTED (WS-LOT-SUB)
005140             ADD 1 TO WS-REJECTED-COUNT
005150         WHEN OTHER
005160             ADD 1 TO WS-INCOMPLETE-COUNT
005170     END-EVALUATE.
005180 3000-EXIT.
005190     EXIT.
005200*
005210* ---------------------------------------------------------------
005220* 4000-HOLD-REJECTED-LOTS - WALK THE COIL MASTER, COUNT EACH LOT'S
005230* COILS, AND APPEND A HOLD TRANSACTION FOR EVERY COIL OF A LOT
005240* REJECTED BY THIS RUN.  A LOT REJECTED ON AN EARLIER NIGHT IS NOT
005250* HELD AGAIN - QA MAY ALREADY HAVE RELEASED SOME OF ITS COILS.  A
005260* COIL ALREADY ON HOLD, SCRAPPED OR RETIRED NEEDS NO HOLD.
005270* STATTRAN IS APPENDED TO SO SUPERVISOR TRANSACTIONS ALREADY
005280* WAITING FOR COILSTAT ARE KEPT.
005290* ---------------------------------------------------------------
005300 4000-HOLD-REJECTED-LOTS.
005310     IF WS-HISTORY-STATUS NOT = "35"
005320         CLOSE HISTORY-FILE
005330     END-IF.
005340     OPEN INPUT COIL-MASTER-FILE.
005350     IF WS-MASTER-STATUS = "35"
005360         DISPLAY "LOTACC - WARNING - NO COIL MASTER FILE - "
005370             "NO COILS CAN BE HELD"
005380         SET MASTER-ABSENT TO TRUE
005390         GO TO 4000-EXIT.
005400     SET MASTER-PRESENT TO TRUE.
005410     IF WS-REJECTED-COUNT > ZERO
005420         OPEN EXTEND STATUS-TRANS-FILE
005430         IF WS-TRANS-STATUS = "35"
005440             OPEN OUTPUT STATUS-TRANS-FILE
005450         END-IF
005460     END-IF.
005470     SET EOF-NO TO TRUE.
005480     PERFORM 4050-READ-MASTER THRU 4050-EXIT.
005490     PERFORM 4100-CHECK-COIL THRU 4100-EXIT
005500         UNTIL EOF-YES.
005510     CLOSE COIL-MASTER-FILE.
005520     IF WS-REJECTED-COUNT > ZERO
005530         CLOSE STATUS-TRANS-FILE
005540     END-IF.
005550 4000-EXIT.
005560     EXIT.
005570*
005580 4050-READ-MASTER.
005590     READ COIL-MASTER-FILE NEXT
005600         AT END
005610             SET EOF-YES TO TRUE
005620     END-READ.
005630 4050-EXIT.
005640     EXIT.
005650*
005660 4100-CHECK-COIL.
005670     IF CM-LOT-NUMBER = SPACE
005680         GO TO 4100-ADVANCE.
005690     MOVE CM-LOT-NUMBER TO WS-FIND-LOT-NUMBER.
005700     PERFORM 2100-FIND-LOT THRU 2100-EXIT.
005710     IF LOT-NOT-FOUND
005720         GO TO 4100-ADVANCE.
005730     ADD 1 TO LAT-COILS (WS-LOT-SUB).
005740     IF LAT-NEW-REJECTED (WS-LOT-SUB)
005750             AND NOT LAT-OLD-REJECTED (WS-LOT-SUB)
005760             AND NOT CM-STATUS-HOLD
005770             AND NOT CM-STATUS-SCRAPPED
005780             AND NOT CM-STATUS-RETIRED
005790         PERFORM 4200-WRITE-HOLD THRU 4200-EXIT
005800     END-IF.
005810 4100-ADVANCE.
005820     PERFORM 4050-READ-MASTER THRU 4050-EXIT.
005830 4100-EXIT.
005840     EXIT.
005850*
005860 4200-WRITE-HOLD.
005870     MOVE SPACES TO STATUS-TRANS-RECORD.
005880     MOVE CM-COIL-ID TO SN-COIL-ID.
005890     MOVE 'H' TO SN-STATUS-CODE.
005900     MOVE RP-OPERATOR-ID TO SN-REVIEWER-ID.
005910     STRING "LOT " CM-LOT-NUMBER " REJECT"
005920         DELIMITED BY SIZE INTO SN-COMMENT.
005930     WRITE STATUS-TRANS-RECORD.
005940     ADD 1 TO LAT-HOLDS (WS-LOT-SUB).
005950     ADD 1 TO WS-HOLD-COUNT.
005960 4200-EXIT.
005970     EXIT.
005980*
005990* ---------------------------------------------------------------
006000* 5000-PRINT-REPORT - ONE LINE PER LOT WITH ITS PLAN, COUNTS AND
006010* DECISION, A NOTE UNDER ANY LOT THAT NEEDS SOMEONE'S ATTENTION,
006020* THEN THE RUN TOTALS.
006030* ---------------------------------------------------------------
006040 5000-PRINT-REPORT.
006050     PERFORM 5100-PRINT-LOT-LINE THRU 5100-EXIT
006060         VARYING WS-LOT-SUB FROM 1 BY 1
006070         UNTIL WS-LOT-SUB > WS-LOT-COUNT.
006080     MOVE SPACES TO WS-PRINT-LINE.
006090     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006100     MOVE "LOTS ON THE LOT MASTER" TO TL-LABEL.
006110     MOVE WS-LOT-COUNT TO TL-COUNT.
006120     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
006130     MOVE "LOTS ACCEPTED" TO TL-LABEL.
006140     MOVE WS-ACCEPTED-COUNT TO TL-COUNT.
006150     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
006160     MOVE "LOTS REJECTED" TO TL-LABEL.
006170     MOVE WS-REJECTED-COUNT TO TL-COUNT.
006180     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
006190     MOVE "LOTS INCOMPLETE" TO TL-LABEL.
006200     MOVE WS-INCOMPLETE-COUNT TO TL-COUNT.
006210     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
006220     MOVE "COIL HISTORY READINGS READ" TO TL-LABEL.
006230     MOVE WS-HIST-READ-COUNT TO TL-COUNT.
006240     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
006250     MOVE "SAMPLE READINGS COUNTED" TO TL-LABEL.
006260     MOVE WS-SAMPLE-TOTAL TO TL-COUNT.
006270     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
006280     MOVE "RE-TESTS NOT COUNTED AS SAMPLES" TO TL-LABEL.
006290     MOVE WS-RETEST-TOTAL TO TL-COUNT.
006300     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
006310     MOVE "OUT-OF-SPEC SAMPLES" TO TL-LABEL.
006320     MOVE WS-OOS-TOTAL TO TL-COUNT.
006330     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
006340     MOVE "READINGS FOR LOTS NOT ON THE LOT MASTER" TO TL-LABEL.
006350     MOVE WS-NO-LOT-TOTAL TO TL-COUNT.
006360     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
006370     MOVE "HOLD TRANSACTIONS WRITTEN TO STATTRAN" TO TL-LABEL.
006380     MOVE WS-HOLD-COUNT TO TL-COUNT.
006390     PERFORM 5900-PRINT-TOTAL THRU 5900-EXIT.
006400 5000-EXIT.
006410     EXIT.
006420*
006430 5100-PRINT-LOT-LINE.
006440     MOVE LAT-LOT-NUMBER (WS-LOT-SUB) TO DL-LOT-NUMBER.
006450     MOVE LAT-PART-NUMBER (WS-LOT-SUB) TO DL-PART-NUMBER.
006460     MOVE LAT-LOT-SIZE (WS-LOT-SUB) TO DL-LOT-SIZE.
006470     MOVE LAT-SAMPLE-PLAN (WS-LOT-SUB) TO DL-SAMPLE-PLAN.
006480     MOVE LAT-SAMPLE-SIZE (WS-LOT-SUB) TO DL-SAMPLE-SIZE.
006490     MOVE LAT-ACCEPT-NO (WS-LOT-SUB) TO DL-ACCEPT-NO.
006500     MOVE LAT-REJECT-NO (WS-LOT-SUB) TO DL-REJECT-NO.
006510     MOVE LAT-SAMPLED (WS-LOT-SUB) TO DL-SAMPLED.
006520     MOVE LAT-OOS (WS-LOT-SUB) TO DL-OOS.
006530     MOVE LAT-COILS (WS-LOT-SUB) TO DL-COILS.
006540     MOVE LAT-HOLDS (WS-LOT-SUB) TO DL-HOLDS.
006550     EVALUATE TRUE
006560         WHEN LAT-NEW-ACCEPTED (WS-LOT-SUB)
006570             MOVE "ACCEPTED" TO DL-DECISION
006580         WHEN LAT-NEW-REJECTED (WS-LOT-SUB)
006590             MOVE "REJECTED" TO DL-DECISION
006600         WHEN OTHER
006610             MOVE "INCOMPLETE" TO DL-DECISION
006620     END-EVALUATE.
006630     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
006640     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006650     MOVE SPACES TO NL-NOTE.
006660     EVALUATE TRUE
006670         WHEN LAT-OLD-FINAL (WS-LOT-SUB)
006680             MOVE
006690                 "DECIDED ON AN EARLIER RUN - NOT JUDGED AGAIN"
006700                 TO NL-NOTE
006710         WHEN LAT-SAMPLE-SIZE (WS-LOT-SUB) = ZERO
006720                 OR LAT-REJECT-NO (WS-LOT-SUB) NOT >
006730                     LAT-ACCEPT-NO (WS-LOT-SUB)
006740             MOVE "SAMPLING PLAN NOT USABLE - CORRECT LOTMAST"
006750                 TO NL-NOTE
006760         WHEN LAT-NO-SPEC (WS-LOT-SUB) > ZERO
006770             MOVE "SAMPLES WITH NO SPEC ON FILE - NOT JUDGED"
006780                 TO NL-NOTE
006790         WHEN LAT-NEW-REJECTED (WS-LOT-SUB)
006800                 AND LAT-HOLDS (WS-LOT-SUB) = ZERO
006810             MOVE "NO ACTIVE COILS OF THIS LOT LEFT TO HOLD"
006820                 TO NL-NOTE
006830     END-EVALUATE.
006840     IF NL-NOTE NOT = SPACE
006850         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
006860         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
006870     END-IF.
006880 5100-EXIT.
006890     EXIT.
006900*
006910 5900-PRINT-TOTAL.
006920     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
006930     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006940 5900-EXIT.
006950     EXIT.
006960*
006970* ---------------------------------------------------------------
006980* 6000-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
006990* LINE STAGED IN WS-PRINT-LINE.
007000* ---------------------------------------------------------------
007010 6000-WRITE-LINE.
007020     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
007030         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
007040     END-IF.
007050     WRITE REPORT-RECORD FROM WS-PRINT-LINE
007060         AFTER ADVANCING 1 LINE.
007070     ADD 1 TO WS-LINE-COUNT.
007080 6000-EXIT.
007090     EXIT.
007100*
007110 6500-WRITE-HEADINGS.
007120     ADD 1 TO WS-PAGE-COUNT.
007130     MOVE WS-RUN-MM TO H1-RUN-MM.
007140     MOVE WS-RUN-DD TO H1-RUN-DD.
007150     MOVE WS-RUN-YY TO H1-RUN-YY.
007160     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
007170     WRITE REPORT-RECORD FROM WS-HEADING-1
007180         AFTER ADVANCING PAGE.
007190     WRITE REPORT-RECORD FROM WS-HEADING-2
007200         AFTER ADVANCING 2 LINES.
007210     MOVE ZERO TO WS-LINE-COUNT.
007220 6500-EXIT.
007230     EXIT.
007240*
007250* ---------------------------------------------------------------
007260* 6800-WRITE-NEW-LOT-MASTER - THE NEXT LOT MASTER GENERATION,
007270* EVERY LOT CARRIED FORWARD WITH THIS RUN'S DECISION.  THE
007280* DECISION DATE MOVES ONLY WHEN THE DECISION ITSELF CHANGES.
007283* THE OPERATOR PROMOTES LOTMASTN TO LOTMAST BY HAND, AS SPECMASTN
007286* IS - GENPROMO ONLY PROMOTES COILIN AND OOSFILE.
007290* ---------------------------------------------------------------
007300 6800-WRITE-NEW-LOT-MASTER.
007310     OPEN OUTPUT NEW-LOT-MASTER-FILE.
007320     PERFORM 6850-WRITE-NEW-LOT THRU 6850-EXIT
007330         VARYING WS-LOT-SUB FROM 1 BY 1
007340         UNTIL WS-LOT-SUB > WS-LOT-COUNT.
007350     CLOSE NEW-LOT-MASTER-FILE.
007360 6800-EXIT.
007370     EXIT.
007380*
007390 6850-WRITE-NEW-LOT.
007400     MOVE SPACES TO NEW-LOT-MASTER-RECORD.
007410     MOVE LAT-LOT-NUMBER (WS-LOT-SUB) TO NL-LOT-NUMBER.
007420     MOVE LAT-PART-NUMBER (WS-LOT-SUB) TO NL-PART-NUMBER.
007430     MOVE LAT-LOT-SIZE (WS-LOT-SUB) TO NL-LOT-SIZE.
007440     MOVE LAT-SAMPLE-PLAN (WS-LOT-SUB) TO NL-SAMPLE-PLAN.
007450     MOVE LAT-SAMPLE-SIZE (WS-LOT-SUB) TO NL-SAMPLE-SIZE.
007460     MOVE LAT-ACCEPT-NO (WS-LOT-SUB) TO NL-ACCEPT-NUMBER.
007470     MOVE LAT-REJECT-NO (WS-LOT-SUB) TO NL-REJECT-NUMBER.
007480     MOVE LAT-NEW-DISP (WS-LOT-SUB) TO NL-DISP-CODE.
007490     IF LAT-NEW-DISP (WS-LOT-SUB) = LAT-OLD-DISP (WS-LOT-SUB)
007500         MOVE LAT-OLD-DISP-DATE (WS-LOT-SUB) TO NL-DISP-DATE
007510     ELSE
007520         MOVE WS-RUN-DATE-8 TO NL-DISP-DATE
007530     END-IF.
007540     WRITE NEW-LOT-MASTER-RECORD.
007550 6850-EXIT.
007560     EXIT.
007570*
007580* ---------------------------------------------------------------
007590* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
007600* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
007610* ---------------------------------------------------------------
007620 8000-TERMINATE.
007630     CLOSE REPORT-FILE.
007640     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
007650     DISPLAY "LOT ACCEPTANCE COMPLETE - " WS-ACCEPTED-COUNT
007660         " ACCEPTED, " WS-REJECTED-COUNT " REJECTED, "
007670         WS-INCOMPLETE-COUNT " INCOMPLETE, " WS-HOLD-COUNT
007680         " HOLDS WRITTEN".
007690 8000-EXIT.
007700     EXIT.
007710*
007720* ---------------------------------------------------------------
007730* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
007740* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
007750* ---------------------------------------------------------------
007760 8600-WRITE-RUN-STATS.
007770     MOVE SPACES TO RUN-STAT-RECORD.
007780     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
007790     MOVE WS-RUN-TIME TO RS-RUN-TIME.
007800     MOVE "LOTACC  " TO RS-PROGRAM-ID.
007810     MOVE WS-LOT-READ-COUNT TO RS-RECORDS-READ.
007820     MOVE WS-ACCEPTED-COUNT TO RS-ACCEPTED.
007830     MOVE WS-REJECTED-COUNT TO RS-REJECTED.
007840     MOVE WS-OOS-TOTAL TO RS-OUT-OF-SPEC.
007850     MOVE WS-HOLD-COUNT TO RS-TRANS-WRITTEN.
007860     MOVE ZERO TO RS-MASTER-IN.
007870     MOVE ZERO TO RS-MASTER-NEW.
007880     MOVE ZERO TO RS-MASTER-OUT.
007890     CALL "RUNLOG" USING RUN-STAT-RECORD.
007900 8600-EXIT.
007910     EXIT.
