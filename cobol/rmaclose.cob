000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RMACLOSE.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - CLOSES CUSTOMER RETURNS (RMAFILE)
000100*                     ONCE THE COIL HAS BEEN RETESTED.  FOR EACH
000110*                     OPEN RMA THE COIL'S HISTORY (COILHIST) GIVES
000120*                     THE RETEST - THE FIRST READING FLUX2 FLAGGED
000130*                     AS AN RMA RETEST ON OR AFTER THE DATE
000140*                     RECEIVED - AND THE READING IT SHIPPED ON -
000150*                     THE LAST UNFLAGGED READING BEFORE THAT DATE.
000160*                     BOTH ARE JUDGED AGAINST THE SPEC REVISION IN
000170*                     EFFECT ON THEIR TEST DATES (SPECCHK).  A
000180*                     RETEST IN SPEC IS NOT CONFIRMED; OUT OF SPEC
000190*                     IT IS DAMAGED IN TRANSIT WHEN RECEIVING SAW
000200*                     A DAMAGED PACKAGE AND THE COIL SHIPPED IN
000210*                     SPEC, OTHERWISE CONFIRMED.  THE FINDING IS
000220*                     RECORDED UNDER THE SUBMITTER FROM RUNPARM,
000230*                     WHO MUST HOLD THE DISPOSITION GRANT
000240*                     (AUTHCHK).  PRINTS THE FINDINGS AND THEN THE
000250*                     STATUS AND AGING OF EVERY RMA STILL OPEN
000260*                     (RMARPT).
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   GNUCOBOL.
000310 OBJECT-COMPUTER.   GNUCOBOL.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RMA-FILE ASSIGN TO "RMAFILE"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RM-RMA-NUMBER
000380         FILE STATUS IS WS-RMA-STATUS.
000390     SELECT HISTORY-FILE ASSIGN TO "COILHIST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CH-HIST-KEY
000430         FILE STATUS IS WS-HISTORY-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO "RMARPT"
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
000550 FD  REPORT-FILE
000560     RECORDING MODE IS F.
000570 01  REPORT-RECORD               PIC X(80).
000580*
000590 WORKING-STORAGE SECTION.
000600 77  WS-RMA-STATUS            PIC X(02).
000610 77  WS-HISTORY-STATUS        PIC X(02).
000620 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
000630 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000640 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
000650 77  WS-READ-COUNT            PIC 9(05) VALUE ZERO.
000660 77  WS-OPEN-READ-COUNT       PIC 9(05) VALUE ZERO.
000670 77  WS-CLOSED-COUNT          PIC 9(05) VALUE ZERO.
000680 77  WS-RUN-CONFIRMED-COUNT   PIC 9(05) VALUE ZERO.
000690 77  WS-RUN-NOT-CONF-COUNT    PIC 9(05) VALUE ZERO.
000700 77  WS-RUN-DAMAGED-COUNT     PIC 9(05) VALUE ZERO.
000710 77  WS-RUN-SHIPPED-OK-COUNT  PIC 9(05) VALUE ZERO.
000720 77  WS-RUN-NO-SHIP-COUNT     PIC 9(05) VALUE ZERO.
000730 77  WS-STILL-OPEN-COUNT      PIC 9(05) VALUE ZERO.
000740 77  WS-AWAITING-COUNT        PIC 9(05) VALUE ZERO.
000750 77  WS-NO-SPEC-COUNT         PIC 9(05) VALUE ZERO.
000760 77  WS-AGE-0-7-COUNT         PIC 9(05) VALUE ZERO.
000770 77  WS-AGE-8-30-COUNT        PIC 9(05) VALUE ZERO.
000780 77  WS-AGE-31-60-COUNT       PIC 9(05) VALUE ZERO.
000790 77  WS-AGE-OVER-60-COUNT     PIC 9(05) VALUE ZERO.
000800 77  WS-ALL-CONFIRMED-COUNT   PIC 9(05) VALUE ZERO.
000810 77  WS-ALL-NOT-CONF-COUNT    PIC 9(05) VALUE ZERO.
000820 77  WS-ALL-DAMAGED-COUNT     PIC 9(05) VALUE ZERO.
000830 77  WS-RUN-DATE-8            PIC 9(08).
000840 77  WS-RUN-TIME              PIC 9(08).
000850 77  WS-RUN-DAY-COUNT         PIC 9(08).
000860 77  WS-ITEM-DAY-COUNT        PIC 9(08).
000870 77  WS-DAYS-OPEN             PIC S9(08).
000880 77  WS-SHIFT                 PIC S9(04)V9999.
000890 77  WS-SPEC-LOW-LIMIT        PIC 9(04)V9999.
000900 77  WS-SPEC-HIGH-LIMIT       PIC 9(04)V9999.
000910 77  WS-SPEC-CERT-REQUIRED    PIC 9(01).
000920 77  WS-AUTH-FUNCTION         PIC 9(01) VALUE 2.
000930 77  WS-AUTH-PROGRAM          PIC X(08) VALUE "RMACLOSE".
000940 77  WS-AUTH-SUBJECT          PIC X(20) VALUE
000950         "RMA FINDING         ".
000960*
000970* THE TWO READINGS COMPARED FOR THE RMA BEING JUDGED, AS FOUND
000980* ON THE COIL'S HISTORY.
000990*
001000 01  WS-SHIP-READING.
001010     05  WS-SHIP-TEST-DATE    PIC 9(08).
001020     05  WS-SHIP-FLUX         PIC 9(04)V9999.
001030     05  WS-SHIP-PART-NUMBER  PIC X(06).
001040 01  WS-RETEST-READING.
001050     05  WS-RETEST-DATE       PIC 9(08).
001060     05  WS-RETEST-FLUX       PIC 9(04)V9999.
001070     05  WS-RETEST-PART-NUMBER PIC X(06).
001080*
001090     COPY RUNPARM.
001100*
001110 01  WS-PARM-RETURN-CODE      PIC 9(02).
001120     88  PARMS-LOADED                 VALUE ZERO.
001130     88  PARM-DEFAULTS-USED           VALUE 01.
001140*
001150 01  WS-SWITCHES.
001160     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001170         88  EOF-YES                    VALUE 'Y'.
001180         88  EOF-NO                     VALUE 'N'.
001190     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
001200         88  HIST-EOF-YES               VALUE 'Y'.
001210         88  HIST-EOF-NO                VALUE 'N'.
001220     05  WS-RMA-FILE-SWITCH   PIC X(01) VALUE 'N'.
001230         88  RMA-FILE-PRESENT           VALUE 'Y'.
001240         88  RMA-FILE-ABSENT            VALUE 'N'.
001250     05  WS-HISTORY-SWITCH    PIC X(01) VALUE 'N'.
001260         88  HISTORY-PRESENT            VALUE 'Y'.
001270         88  HISTORY-ABSENT             VALUE 'N'.
001280     05  WS-SHIP-SWITCH       PIC X(01) VALUE 'N'.
001290         88  SHIP-FOUND                 VALUE 'Y'.
001300         88  SHIP-NOT-FOUND             VALUE 'N'.
001310     05  WS-RETEST-SWITCH     PIC X(01) VALUE 'N'.
001320         88  RETEST-FOUND               VALUE 'Y'.
001330         88  RETEST-NOT-FOUND           VALUE 'N'.
001340     05  WS-CANCEL-SWITCH     PIC X(01) VALUE 'N'.
001350         88  RUN-CANCELLED              VALUE 'Y'.
001360         88  RUN-NOT-CANCELLED          VALUE 'N'.
001370*
001380 01  WS-SPEC-RETURN-CODE          PIC 9(02).
001390     88  SPEC-IN-SPEC                     VALUE ZERO.
001400     88  SPEC-OUT-OF-SPEC                 VALUE 01.
001410     88  SPEC-PART-NOT-FOUND              VALUE 02.
001420*
001430 01  WS-AUTH-RETURN-CODE          PIC 9(02).
001440     88  AUTH-GRANTED                     VALUE ZERO.
001450     88  AUTH-NOT-GRANTED                 VALUE 01.
001460     88  AUTH-OPERATOR-NOT-VALID          VALUE 02.
001470     88  AUTH-NO-AUTHORITY-MASTER         VALUE 03.
001480*
001490 01  WS-DATE-RETURN-CODE          PIC 9(02).
001500     88  DATE-VALID                       VALUE ZERO.
001510*
001520 01  WS-RUN-DATE.
001530     05  WS-RUN-YY            PIC 9(02).
001540     05  WS-RUN-MM            PIC 9(02).
001550     05  WS-RUN-DD            PIC 9(02).
001560*
001570     COPY RUNSTAT.
001580*
001590 01  WS-HEADING-1.
001600     05  FILLER               PIC X(01) VALUE SPACE.
001610     05  FILLER               PIC X(26) VALUE
001620         "CUSTOMER RETURN (RMA) RUN ".
001630     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
001640     05  H1-RUN-MM            PIC 99.
001650     05  FILLER               PIC X(01) VALUE "/".
001660     05  H1-RUN-DD            PIC 99.
001670     05  FILLER               PIC X(01) VALUE "/".
001680     05  H1-RUN-YY            PIC 99.
001690     05  FILLER               PIC X(08) VALUE "  PAGE  ".
001700     05  H1-PAGE-NO           PIC ZZZ9.
001710     05  FILLER               PIC X(22) VALUE SPACE.
001720*
001730 01  WS-SECTION-LINE.
001740     05  FILLER               PIC X(01) VALUE SPACE.
001750     05  SE-TITLE             PIC X(48).
001760     05  FILLER               PIC X(31) VALUE SPACE.
001770*
001780 01  WS-FINDING-COLUMNS.
001790     05  FILLER               PIC X(28) VALUE
001800         " RMA      COIL   PART   CC  ".
001810     05  FILLER               PIC X(13) VALUE "  SHIPPED R  ".
001820     05  FILLER               PIC X(13) VALUE "   RETEST R  ".
001830     05  FILLER               PIC X(26) VALUE
001840         "     SHIFT  FINDING       ".
001850*
001860 01  WS-FINDING-LINE.
001870     05  FILLER               PIC X(01) VALUE SPACE.
001880     05  FN-RMA-NUMBER        PIC X(08).
001890     05  FILLER               PIC X(01) VALUE SPACE.
001900     05  FN-COIL-ID           PIC X(06).
001910     05  FILLER               PIC X(01) VALUE SPACE.
001920     05  FN-PART-NUMBER       PIC X(06).
001930     05  FILLER               PIC X(01) VALUE SPACE.
001940     05  FN-COMPLAINT-CODE    PIC X(02).
001950     05  FILLER               PIC X(02) VALUE SPACE.
001960     05  FN-SHIP-FLUX         PIC ZZZ9.9999.
001970     05  FN-SHIP-FLUX-X REDEFINES FN-SHIP-FLUX
001980                              PIC X(09).
001990     05  FILLER               PIC X(01) VALUE SPACE.
002000     05  FN-SHIP-RESULT       PIC X(01).
002010     05  FILLER               PIC X(02) VALUE SPACE.
002020     05  FN-RETEST-FLUX       PIC ZZZ9.9999.
002030     05  FILLER               PIC X(01) VALUE SPACE.
002040     05  FN-RETEST-RESULT     PIC X(01).
002050     05  FILLER               PIC X(02) VALUE SPACE.
002060     05  FN-SHIFT             PIC -ZZZ9.9999.
002070     05  FN-SHIFT-X REDEFINES FN-SHIFT
002080                              PIC X(10).
002090     05  FILLER               PIC X(02) VALUE SPACE.
002100     05  FN-FINDING           PIC X(14).
002110*
002120 01  WS-AGING-COLUMNS.
002130     05  FILLER               PIC X(28) VALUE
002140         " RMA      COIL   PART   CC  ".
002150     05  FILLER               PIC X(12) VALUE "RECEIVED    ".
002160     05  FILLER               PIC X(20) VALUE
002170         "CUSTOMER            ".
002180     05  FILLER               PIC X(16) VALUE "STATUS          ".
002190     05  FILLER               PIC X(04) VALUE "DAYS".
002200*
002210 01  WS-AGING-LINE.
002220     05  FILLER               PIC X(01) VALUE SPACE.
002230     05  AL-RMA-NUMBER        PIC X(08).
002240     05  FILLER               PIC X(01) VALUE SPACE.
002250     05  AL-COIL-ID           PIC X(06).
002260     05  FILLER               PIC X(01) VALUE SPACE.
002270     05  AL-PART-NUMBER       PIC X(06).
002280     05  FILLER               PIC X(01) VALUE SPACE.
002290     05  AL-COMPLAINT-CODE    PIC X(02).
002300     05  FILLER               PIC X(02) VALUE SPACE.
002310     05  AL-DATE-RECEIVED     PIC 9999/99/99.
002320     05  FILLER               PIC X(02) VALUE SPACE.
002330     05  AL-CUSTOMER-NAME     PIC X(18).
002340     05  FILLER               PIC X(02) VALUE SPACE.
002350     05  AL-STATUS            PIC X(15).
002360     05  FILLER               PIC X(01) VALUE SPACE.
002370     05  AL-DAYS-OPEN         PIC ZZZ9.
002380*
002390 01  WS-NOTE-LINE.
002400     05  FILLER               PIC X(03) VALUE SPACE.
002410     05  NL-NOTE              PIC X(70).
002420     05  FILLER               PIC X(07) VALUE SPACE.
002430*
002440 01  WS-RESULT-NOTE.
002450     05  FILLER               PIC X(03) VALUE SPACE.
002460     05  FILLER               PIC X(36) VALUE
002470         "R = P IN SPEC, F OUT OF SPEC, BY THE".
002480     05  FILLER               PIC X(41) VALUE
002490         " SPEC IN EFFECT ON THE TEST DATE".
002500*
002510 01  WS-SUMMARY-LINE.
002520     05  FILLER               PIC X(01) VALUE SPACE.
002530     05  SU-LABEL             PIC X(40).
002540     05  SU-COUNT             PIC ZZZZ9.
002550     05  FILLER               PIC X(34) VALUE SPACE.
002560*
002570 01  WS-PARM-LINE.
002580     05  FILLER               PIC X(01) VALUE SPACE.
002590     05  FILLER               PIC X(24) VALUE
002600         "PARAMETERS - AS-OF DATE ".
002610     05  PL-AS-OF-DATE        PIC 9999/99/99.
002620     05  FILLER               PIC X(12) VALUE "  SIGNED BY ".
002630     05  PL-OPERATOR-ID       PIC X(08).
002640     05  FILLER               PIC X(02) VALUE SPACE.
002650     05  PL-SOURCE            PIC X(20).
002660     05  FILLER               PIC X(03) VALUE SPACE.
002670*
002680 01  WS-PRINT-LINE            PIC X(80).
002690*
002700 PROCEDURE DIVISION.
002710*
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     IF RUN-NOT-CANCELLED
002750         PERFORM 2000-JUDGE-RMA THRU 2000-EXIT
002760             UNTIL EOF-YES
002770         PERFORM 4000-PRINT-AGING THRU 4000-EXIT
002780         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002790         PERFORM 8000-TERMINATE THRU 8000-EXIT
002800     END-IF.
002810     STOP RUN.
002820*
002830* ---------------------------------------------------------------
002840* 1000-INITIALIZE - PICK UP THE RUN PARAMETERS AND PROVE THE
002850* SUBMITTER WHO SIGNS THE FINDINGS, THEN OPEN THE FILES.  NO RMA
002860* FILE MEANS NO RETURNS HAVE BEEN ENTERED; NO HISTORY LEAVES EVERY
002870* RMA OPEN AND AWAITING ITS RETEST.
002880* ---------------------------------------------------------------
002890 1000-INITIALIZE.
002900     CALL "GETPARM" USING RUN-PARM-RECORD WS-PARM-RETURN-CODE.
002910     IF RP-AS-OF-DATE > ZERO
002920         MOVE RP-AS-OF-DATE TO WS-RUN-DATE-8
002930     ELSE
002940         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
002950     END-IF.
002960     MOVE WS-RUN-DATE-8 (3:2) TO WS-RUN-YY.
002970     MOVE WS-RUN-DATE-8 (5:2) TO WS-RUN-MM.
002980     MOVE WS-RUN-DATE-8 (7:2) TO WS-RUN-DD.
002990     ACCEPT WS-RUN-TIME FROM TIME.
003000     MOVE RP-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
003010     CALL "AUTHCHK" USING RP-OPERATOR-ID WS-AUTH-FUNCTION
003020         WS-AUTH-PROGRAM WS-AUTH-SUBJECT WS-AUTH-RETURN-CODE.
003030     IF NOT AUTH-GRANTED
003040         DISPLAY "RMACLOSE - SUBMITTER " RP-OPERATOR-ID
003050             " MAY NOT RECORD RMA FINDINGS - CODE "
003060             WS-AUTH-RETURN-CODE " - RUN REFUSED"
003070         SET RUN-CANCELLED TO TRUE
003080         GO TO 1000-EXIT.
003090     CALL "DATECONV" USING WS-RUN-DATE-8 WS-RUN-DAY-COUNT
003100         WS-DATE-RETURN-CODE.
003110     OPEN OUTPUT REPORT-FILE.
003120     MOVE 99 TO WS-LINE-COUNT.
003130     PERFORM 1050-ECHO-PARAMETERS THRU 1050-EXIT.
003140     OPEN INPUT HISTORY-FILE.
003150     IF WS-HISTORY-STATUS = "35"
003160         DISPLAY "RMACLOSE - WARNING - NO COIL HISTORY FILE - "
003170             "NO RETESTS CAN BE FOUND"
003180     ELSE
003190         SET HISTORY-PRESENT TO TRUE
003200     END-IF.
003210     MOVE "FINDINGS RECORDED THIS RUN" TO SE-TITLE.
003220     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
003230     MOVE WS-FINDING-COLUMNS TO WS-PRINT-LINE.
003240     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003250     OPEN I-O RMA-FILE.
003260     IF WS-RMA-STATUS = "35"
003270         DISPLAY "RMACLOSE - NO RMA FILE - NO RETURNS ON RECORD"
003280         SET EOF-YES TO TRUE
003290         GO TO 1000-EXIT.
003300     SET RMA-FILE-PRESENT TO TRUE.
003310     PERFORM 1200-START-RMA-FILE THRU 1200-EXIT.
003320 1000-EXIT.
003330     EXIT.
003340*
003350 1050-ECHO-PARAMETERS.
003360     MOVE WS-RUN-DATE-8 TO PL-AS-OF-DATE.
003370     MOVE RP-OPERATOR-ID TO PL-OPERATOR-ID.
003380     IF PARM-DEFAULTS-USED
003390         MOVE "(DEFAULTS USED)" TO PL-SOURCE
003400     ELSE
003410         MOVE "(FROM RUNPARM)" TO PL-SOURCE
003420     END-IF.
003430     MOVE WS-PARM-LINE TO WS-PRINT-LINE.
003440     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003450 1050-EXIT.
003460     EXIT.
003470*
003480 1100-READ-RMA.
003490     READ RMA-FILE NEXT RECORD
003500         AT END
003510             SET EOF-YES TO TRUE
003520     END-READ.
003530 1100-EXIT.
003540     EXIT.
003550*
003560* ---------------------------------------------------------------
003570* 1200-START-RMA-FILE - POSITION AT THE FIRST RMA AND PRIME THE
003580* READ.  USED FOR THE FINDINGS PASS AND AGAIN FOR THE AGING PASS.
003590* ---------------------------------------------------------------
003600 1200-START-RMA-FILE.
003610     SET EOF-NO TO TRUE.
003620     MOVE LOW-VALUES TO RM-RMA-NUMBER.
003630     START RMA-FILE KEY NOT < RM-RMA-NUMBER
003640         INVALID KEY
003650             SET EOF-YES TO TRUE
003660     END-START.
003670     IF EOF-NO
003680         PERFORM 1100-READ-RMA THRU 1100-EXIT
003690     END-IF.
003700 1200-EXIT.
003710     EXIT.
003720*
003730* ---------------------------------------------------------------
003740* 2000-JUDGE-RMA - AN OPEN RMA WHOSE COIL HAS BEEN RETESTED IS
003750* CLOSED WITH ITS FINDING.  CLOSED RMAS ARE PASSED OVER.
003760* ---------------------------------------------------------------
003770 2000-JUDGE-RMA.
003780     ADD 1 TO WS-READ-COUNT.
003790     IF RM-STATUS-OPEN
003800         ADD 1 TO WS-OPEN-READ-COUNT
003810         PERFORM 2100-FIND-READINGS THRU 2100-EXIT
003820         PERFORM 2500-DECIDE-FINDING THRU 2500-EXIT
003830     END-IF.
003840     PERFORM 1100-READ-RMA THRU 1100-EXIT.
003850 2000-EXIT.
003860     EXIT.
003870*
003880* ---------------------------------------------------------------
003890* 2100-FIND-READINGS - WALK THE COIL'S HISTORY IN DATE ORDER.  THE
003900* LAST UNFLAGGED READING BEFORE THE DATE RECEIVED IS THE ONE THE
003910* COIL SHIPPED ON (A READING FLAGGED FOR AN EARLIER RETURN IS NOT
003920* A SHIPPING TEST); THE WALK STOPS AT THE FIRST FLAGGED READING ON
003930* OR AFTER THE DATE RECEIVED, WHICH IS THE RETEST.
003940* ---------------------------------------------------------------
003950 2100-FIND-READINGS.
003960     SET SHIP-NOT-FOUND TO TRUE.
003970     SET RETEST-NOT-FOUND TO TRUE.
003980     MOVE ZERO TO WS-SHIP-TEST-DATE WS-SHIP-FLUX
003990         WS-RETEST-DATE WS-RETEST-FLUX.
004000     MOVE SPACES TO WS-SHIP-PART-NUMBER WS-RETEST-PART-NUMBER.
004010     IF HISTORY-ABSENT
004020         GO TO 2100-EXIT.
004030     SET HIST-EOF-NO TO TRUE.
004040     MOVE RM-COIL-ID TO CH-COIL-ID.
004050     MOVE ZERO TO CH-TEST-DATE.
004060     START HISTORY-FILE KEY NOT < CH-HIST-KEY
004070         INVALID KEY
004080             SET HIST-EOF-YES TO TRUE
004090     END-START.
004100     PERFORM 2150-READ-HISTORY THRU 2150-EXIT
004110         UNTIL HIST-EOF-YES.
004120 2100-EXIT.
004130     EXIT.
004140*
004150 2150-READ-HISTORY.
004160     READ HISTORY-FILE NEXT RECORD
004170         AT END
004180             SET HIST-EOF-YES TO TRUE
004190             GO TO 2150-EXIT
004200     END-READ.
004210     IF CH-COIL-ID NOT = RM-COIL-ID
004220         SET HIST-EOF-YES TO TRUE
004230         GO TO 2150-EXIT.
004240     IF CH-TEST-DATE < RM-DATE-RECEIVED
004250         IF CH-RMA-RETEST-FLAG NOT = 'Y'
004260             SET SHIP-FOUND TO TRUE
004270             MOVE CH-TEST-DATE TO WS-SHIP-TEST-DATE
004280             MOVE CH-FLUX-DENSITY TO WS-SHIP-FLUX
004290             MOVE CH-PART-NUMBER TO WS-SHIP-PART-NUMBER
004300         END-IF
004310     ELSE
004320         IF CH-RMA-RETEST-FLAG = 'Y'
004330             SET RETEST-FOUND TO TRUE
004340             MOVE CH-TEST-DATE TO WS-RETEST-DATE
004350             MOVE CH-FLUX-DENSITY TO WS-RETEST-FLUX
004360             MOVE CH-PART-NUMBER TO WS-RETEST-PART-NUMBER
004370             SET HIST-EOF-YES TO TRUE
004380         END-IF
004390     END-IF.
004400 2150-EXIT.
004410     EXIT.
004420*
004430* ---------------------------------------------------------------
004440* 2500-DECIDE-FINDING - NO RETEST YET LEAVES THE RMA OPEN.  A
004450* RETEST WHOSE PART HAS NO SPEC IN EFFECT CANNOT BE JUDGED: THE
004460* READING IS NOTED ON THE RMA, WHICH STAYS OPEN FOR QA, AND IS
004470* JUDGED AGAIN ON THE NEXT RUN.  OTHERWISE THE FINDING IS MADE,
004480* THE READINGS AND LIMITS ARE KEPT ON THE RMA, AND IT IS CLOSED.
004490* ---------------------------------------------------------------
004500 2500-DECIDE-FINDING.
004510     IF RETEST-NOT-FOUND
004520         GO TO 2500-EXIT.
004530     MOVE WS-RETEST-DATE TO RM-RETEST-DATE.
004540     MOVE WS-RETEST-FLUX TO RM-RETEST-FLUX.
004550     CALL "SPECCHK" USING WS-RETEST-PART-NUMBER WS-RETEST-FLUX
004560         WS-RETEST-DATE WS-SPEC-LOW-LIMIT WS-SPEC-HIGH-LIMIT
004570         WS-SPEC-CERT-REQUIRED WS-SPEC-RETURN-CODE.
004580     IF SPEC-PART-NOT-FOUND
004590         MOVE SPACE TO RM-RETEST-RESULT
004600         PERFORM 2700-REWRITE-RMA THRU 2700-EXIT
004610         GO TO 2500-EXIT.
004620     MOVE WS-SPEC-LOW-LIMIT TO RM-SPEC-LOW-LIMIT.
004630     MOVE WS-SPEC-HIGH-LIMIT TO RM-SPEC-HIGH-LIMIT.
004640     IF SPEC-IN-SPEC
004650         SET RM-RETEST-IN-SPEC TO TRUE
004660     ELSE
004670         SET RM-RETEST-OUT-OF-SPEC TO TRUE
004680     END-IF.
004690     PERFORM 2550-JUDGE-SHIP-READING THRU 2550-EXIT.
004700     EVALUATE TRUE
004710         WHEN RM-RETEST-IN-SPEC
004720             SET RM-FINDING-NOT-CONFIRMED TO TRUE
004730             ADD 1 TO WS-RUN-NOT-CONF-COUNT
004740         WHEN RM-DAMAGE-NOTED AND RM-SHIP-IN-SPEC
004750             SET RM-FINDING-DAMAGED TO TRUE
004760             ADD 1 TO WS-RUN-DAMAGED-COUNT
004770         WHEN OTHER
004780             SET RM-FINDING-CONFIRMED TO TRUE
004790             ADD 1 TO WS-RUN-CONFIRMED-COUNT
004800             IF RM-SHIP-IN-SPEC
004810                 ADD 1 TO WS-RUN-SHIPPED-OK-COUNT
004820             END-IF
004830     END-EVALUATE.
004840     IF SHIP-NOT-FOUND
004850         ADD 1 TO WS-RUN-NO-SHIP-COUNT
004860     END-IF.
004870     SET RM-STATUS-CLOSED TO TRUE.
004880     MOVE WS-RUN-DATE-8 TO RM-CLOSED-DATE.
004890     MOVE RP-OPERATOR-ID TO RM-CLOSED-BY.
004900     PERFORM 2700-REWRITE-RMA THRU 2700-EXIT.
004910     ADD 1 TO WS-CLOSED-COUNT.
004920     PERFORM 2600-PRINT-FINDING THRU 2600-EXIT.
004930 2500-EXIT.
004940     EXIT.
004950*
004960* ---------------------------------------------------------------
004970* 2550-JUDGE-SHIP-READING - THE READING THE COIL SHIPPED ON, BY
004980* THE SPEC IN EFFECT WHEN IT WAS TAKEN.  NO SUCH READING, OR NO
004990* SPEC FOR IT, LEAVES THE RESULT BLANK.
005000* ---------------------------------------------------------------
005010 2550-JUDGE-SHIP-READING.
005020     MOVE WS-SHIP-TEST-DATE TO RM-SHIP-TEST-DATE.
005030     MOVE WS-SHIP-FLUX TO RM-SHIP-FLUX.
005040     MOVE SPACE TO RM-SHIP-RESULT.
005050     IF SHIP-NOT-FOUND
005060         GO TO 2550-EXIT.
005070     CALL "SPECCHK" USING WS-SHIP-PART-NUMBER WS-SHIP-FLUX
005080         WS-SHIP-TEST-DATE WS-SPEC-LOW-LIMIT WS-SPEC-HIGH-LIMIT
005090         WS-SPEC-CERT-REQUIRED WS-SPEC-RETURN-CODE.
005100     EVALUATE TRUE
005110         WHEN SPEC-IN-SPEC
005120             SET RM-SHIP-IN-SPEC TO TRUE
005130         WHEN SPEC-OUT-OF-SPEC
005140             SET RM-SHIP-OUT-OF-SPEC TO TRUE
005150     END-EVALUATE.
005160 2550-EXIT.
005170     EXIT.
005180*
005190 2600-PRINT-FINDING.
005200     MOVE RM-RMA-NUMBER TO FN-RMA-NUMBER.
005210     MOVE RM-COIL-ID TO FN-COIL-ID.
005220     MOVE RM-PART-NUMBER TO FN-PART-NUMBER.
005230     MOVE RM-COMPLAINT-CODE TO FN-COMPLAINT-CODE.
005240     MOVE RM-RETEST-FLUX TO FN-RETEST-FLUX.
005250     MOVE RM-RETEST-RESULT TO FN-RETEST-RESULT.
005260     IF SHIP-FOUND
005270         MOVE RM-SHIP-FLUX TO FN-SHIP-FLUX
005280         MOVE RM-SHIP-RESULT TO FN-SHIP-RESULT
005290         COMPUTE WS-SHIFT = RM-RETEST-FLUX - RM-SHIP-FLUX
005300         MOVE WS-SHIFT TO FN-SHIFT
005310     ELSE
005320         MOVE "     NONE" TO FN-SHIP-FLUX-X
005330         MOVE SPACE TO FN-SHIP-RESULT
005340         MOVE SPACES TO FN-SHIFT-X
005350     END-IF.
005360     EVALUATE TRUE
005370         WHEN RM-FINDING-CONFIRMED
005380             MOVE "CONFIRMED" TO FN-FINDING
005390         WHEN RM-FINDING-NOT-CONFIRMED
005400             MOVE "NOT CONFIRMED" TO FN-FINDING
005410         WHEN RM-FINDING-DAMAGED
005420             MOVE "TRANSIT DAMAGE" TO FN-FINDING
005430     END-EVALUATE.
005440     MOVE WS-FINDING-LINE TO WS-PRINT-LINE.
005450     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005460 2600-EXIT.
005470     EXIT.
005480*
005490 2700-REWRITE-RMA.
005500     REWRITE RMA-RECORD
005510         INVALID KEY
005520             DISPLAY "RMACLOSE - RMA " RM-RMA-NUMBER
005530                 " REWRITE FAILED - STATUS " WS-RMA-STATUS
005540     END-REWRITE.
005550 2700-EXIT.
005560     EXIT.
005570*
005580* ---------------------------------------------------------------
005590* 4000-PRINT-AGING - A SECOND PASS OF THE RMA FILE, NOW THAT THIS
005600* RUN'S FINDINGS ARE ON IT.  EVERY RMA STILL OPEN IS LISTED WITH
005610* WHAT IT IS WAITING FOR AND THE DAYS SINCE THE COIL CAME BACK;
005620* CLOSED RMAS ARE ONLY COUNTED BY FINDING.
005630* ---------------------------------------------------------------
005640 4000-PRINT-AGING.
005650     IF WS-CLOSED-COUNT = ZERO
005660         MOVE "NO RMAS CLOSED THIS RUN" TO NL-NOTE
005670         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
005680         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
005690     ELSE
005700         MOVE WS-RESULT-NOTE TO WS-PRINT-LINE
005710         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
005720     END-IF.
005730     MOVE "OPEN RMA STATUS AND AGING" TO SE-TITLE.
005740     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
005750     MOVE WS-AGING-COLUMNS TO WS-PRINT-LINE.
005760     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005770     IF RMA-FILE-ABSENT
005780         GO TO 4000-EXIT.
005790     PERFORM 1200-START-RMA-FILE THRU 1200-EXIT.
005800     PERFORM 4100-AGE-ONE-RMA THRU 4100-EXIT
005810         UNTIL EOF-YES.
005820 4000-EXIT.
005830     EXIT.
005840*
005850 4100-AGE-ONE-RMA.
005860     EVALUATE TRUE
005870         WHEN RM-STATUS-OPEN
005880             PERFORM 4200-PRINT-OPEN-RMA THRU 4200-EXIT
005890         WHEN RM-FINDING-CONFIRMED
005900             ADD 1 TO WS-ALL-CONFIRMED-COUNT
005910         WHEN RM-FINDING-NOT-CONFIRMED
005920             ADD 1 TO WS-ALL-NOT-CONF-COUNT
005930         WHEN RM-FINDING-DAMAGED
005940             ADD 1 TO WS-ALL-DAMAGED-COUNT
005950     END-EVALUATE.
005960     PERFORM 1100-READ-RMA THRU 1100-EXIT.
005970 4100-EXIT.
005980     EXIT.
005990*
006000 4200-PRINT-OPEN-RMA.
006010     ADD 1 TO WS-STILL-OPEN-COUNT.
006020     MOVE RM-RMA-NUMBER TO AL-RMA-NUMBER.
006030     MOVE RM-COIL-ID TO AL-COIL-ID.
006040     MOVE RM-PART-NUMBER TO AL-PART-NUMBER.
006050     MOVE RM-COMPLAINT-CODE TO AL-COMPLAINT-CODE.
006060     MOVE RM-DATE-RECEIVED TO AL-DATE-RECEIVED.
006070     MOVE RM-CUSTOMER-NAME TO AL-CUSTOMER-NAME.
006080     IF RM-RETEST-DATE = ZERO
006090         MOVE "AWAITING RETEST" TO AL-STATUS
006100         ADD 1 TO WS-AWAITING-COUNT
006110     ELSE
006120         MOVE "NO SPEC ON FILE" TO AL-STATUS
006130         ADD 1 TO WS-NO-SPEC-COUNT
006140     END-IF.
006150     CALL "DATECONV" USING RM-DATE-RECEIVED WS-ITEM-DAY-COUNT
006160         WS-DATE-RETURN-CODE.
006170     IF DATE-VALID
006180         COMPUTE WS-DAYS-OPEN =
006190             WS-RUN-DAY-COUNT - WS-ITEM-DAY-COUNT
006200         IF WS-DAYS-OPEN < ZERO
006210             MOVE ZERO TO WS-DAYS-OPEN
006220         END-IF
006230     ELSE
006240         MOVE ZERO TO WS-DAYS-OPEN
006250     END-IF.
006260     MOVE WS-DAYS-OPEN TO AL-DAYS-OPEN.
006270     EVALUATE TRUE
006280         WHEN WS-DAYS-OPEN < 8
006290             ADD 1 TO WS-AGE-0-7-COUNT
006300         WHEN WS-DAYS-OPEN < 31
006310             ADD 1 TO WS-AGE-8-30-COUNT
006320         WHEN WS-DAYS-OPEN < 61
006330             ADD 1 TO WS-AGE-31-60-COUNT
006340         WHEN OTHER
006350             ADD 1 TO WS-AGE-OVER-60-COUNT
006360     END-EVALUATE.
006370     MOVE WS-AGING-LINE TO WS-PRINT-LINE.
006380     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006390 4200-EXIT.
006400     EXIT.
006410*
006420* ---------------------------------------------------------------
006430* 6000-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
006440* LINE STAGED IN WS-PRINT-LINE.
006450* ---------------------------------------------------------------
006460 6000-WRITE-LINE.
006470     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006480         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
006490     END-IF.
006500     WRITE REPORT-RECORD FROM WS-PRINT-LINE
006510         AFTER ADVANCING 1 LINE.
006520     ADD 1 TO WS-LINE-COUNT.
006530 6000-EXIT.
006540     EXIT.
006550*
006560 6100-WRITE-SECTION.
006570     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006580         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
006590     END-IF.
006600     WRITE REPORT-RECORD FROM WS-SECTION-LINE
006610         AFTER ADVANCING 2 LINES.
006620     ADD 2 TO WS-LINE-COUNT.
006630 6100-EXIT.
006640     EXIT.
006650*
006660 6500-WRITE-HEADINGS.
006670     ADD 1 TO WS-PAGE-COUNT.
006680     MOVE WS-RUN-MM TO H1-RUN-MM.
006690     MOVE WS-RUN-DD TO H1-RUN-DD.
006700     MOVE WS-RUN-YY TO H1-RUN-YY.
006710     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
006720     WRITE REPORT-RECORD FROM WS-HEADING-1
006730         AFTER ADVANCING PAGE.
006740     MOVE ZERO TO WS-LINE-COUNT.
006750 6500-EXIT.
006760     EXIT.
006770*
006780* ---------------------------------------------------------------
006790* 7000-PRINT-SUMMARY - THIS RUN'S FINDINGS, THE OPEN RMAS BY WHAT
006800* THEY WAIT FOR AND BY AGE, THEN EVERY RMA EVER CLOSED BY FINDING.
006810* ---------------------------------------------------------------
006820 7000-PRINT-SUMMARY.
006830     MOVE "SUMMARY" TO SE-TITLE.
006840     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
006850     MOVE "RMAS CLOSED THIS RUN" TO SU-LABEL.
006860     MOVE WS-CLOSED-COUNT TO SU-COUNT.
006870     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006880     MOVE "  CONFIRMED" TO SU-LABEL.
006890     MOVE WS-RUN-CONFIRMED-COUNT TO SU-COUNT.
006900     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006910     MOVE "    OF THOSE, SHIPPED IN SPEC" TO SU-LABEL.
006920     MOVE WS-RUN-SHIPPED-OK-COUNT TO SU-COUNT.
006930     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006940     MOVE "  NOT CONFIRMED" TO SU-LABEL.
006950     MOVE WS-RUN-NOT-CONF-COUNT TO SU-COUNT.
006960     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006970     MOVE "  DAMAGED IN TRANSIT" TO SU-LABEL.
006980     MOVE WS-RUN-DAMAGED-COUNT TO SU-COUNT.
006990     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007000     MOVE "  NO PRE-SHIPMENT READING ON HISTORY" TO SU-LABEL.
007010     MOVE WS-RUN-NO-SHIP-COUNT TO SU-COUNT.
007020     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007030     MOVE "RMAS STILL OPEN" TO SU-LABEL.
007040     MOVE WS-STILL-OPEN-COUNT TO SU-COUNT.
007050     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007060     MOVE "  AWAITING RETEST" TO SU-LABEL.
007070     MOVE WS-AWAITING-COUNT TO SU-COUNT.
007080     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007090     MOVE "  RETESTED, NO SPEC IN EFFECT" TO SU-LABEL.
007100     MOVE WS-NO-SPEC-COUNT TO SU-COUNT.
007110     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007120     MOVE "  OPEN 0 TO 7 DAYS" TO SU-LABEL.
007130     MOVE WS-AGE-0-7-COUNT TO SU-COUNT.
007140     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007150     MOVE "  OPEN 8 TO 30 DAYS" TO SU-LABEL.
007160     MOVE WS-AGE-8-30-COUNT TO SU-COUNT.
007170     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007180     MOVE "  OPEN 31 TO 60 DAYS" TO SU-LABEL.
007190     MOVE WS-AGE-31-60-COUNT TO SU-COUNT.
007200     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007210     MOVE "  OPEN OVER 60 DAYS" TO SU-LABEL.
007220     MOVE WS-AGE-OVER-60-COUNT TO SU-COUNT.
007230     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007240     MOVE "RMAS CLOSED TO DATE - CONFIRMED" TO SU-LABEL.
007250     MOVE WS-ALL-CONFIRMED-COUNT TO SU-COUNT.
007260     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007270     MOVE "RMAS CLOSED TO DATE - NOT CONFIRMED" TO SU-LABEL.
007280     MOVE WS-ALL-NOT-CONF-COUNT TO SU-COUNT.
007290     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007300     MOVE "RMAS CLOSED TO DATE - DAMAGED IN TRANSIT" TO SU-LABEL.
007310     MOVE WS-ALL-DAMAGED-COUNT TO SU-COUNT.
007320     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
007330 7000-EXIT.
007340     EXIT.
007350*
007360 7100-WRITE-SUMMARY.
007370     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
007380     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
007390 7100-EXIT.
007400     EXIT.
007410*
007420* ---------------------------------------------------------------
007430* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
007440* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
007450* ---------------------------------------------------------------
007460 8000-TERMINATE.
007470     IF RMA-FILE-PRESENT
007480         CLOSE RMA-FILE
007490     END-IF.
007500     IF HISTORY-PRESENT
007510         CLOSE HISTORY-FILE
007520     END-IF.
007530     CLOSE REPORT-FILE.
007540     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
007550     DISPLAY "RMA CLOSING COMPLETE - " WS-CLOSED-COUNT
007560         " CLOSED, " WS-STILL-OPEN-COUNT " STILL OPEN".
007570 8000-EXIT.
007580     EXIT.
007590*
007600* ---------------------------------------------------------------
007610* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
007620* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
007630* ---------------------------------------------------------------
007640 8600-WRITE-RUN-STATS.
007650     MOVE SPACES TO RUN-STAT-RECORD.
007660     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
007670     MOVE WS-RUN-TIME TO RS-RUN-TIME.
007680     MOVE "RMACLOSE" TO RS-PROGRAM-ID.
007690     MOVE WS-READ-COUNT TO RS-RECORDS-READ.
007700     MOVE WS-CLOSED-COUNT TO RS-ACCEPTED.
007710     MOVE ZERO TO RS-REJECTED.
007720     MOVE WS-RUN-CONFIRMED-COUNT TO RS-OUT-OF-SPEC.
007730     MOVE ZERO TO RS-TRANS-WRITTEN.
007740     MOVE ZERO TO RS-MASTER-IN.
007750     MOVE ZERO TO RS-MASTER-NEW.
007760     MOVE ZERO TO RS-MASTER-OUT.
007770     CALL "RUNLOG" USING RUN-STAT-RECORD.
007780 8600-EXIT.
007790     EXIT.
