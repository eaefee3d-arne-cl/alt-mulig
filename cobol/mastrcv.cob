000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MASTRCV.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - COIL-MASTER RECOVERY FROM THE
000100*                     BEFORE/AFTER-IMAGE JOURNAL (MASTJRNL) THAT
000110*                     MASTUPD, COILSTAT AND ORDLOAD WRITE THROUGH
000120*                     MASTJRN.  DRIVEN BY ONE SELECTION RECORD
000130*                     (RCVSEL).  ROLL FORWARD: THE OPERATOR
000140*                     RESTORES THE LAST BACKUP OF COILMAST, AND
000150*                     EVERY JOURNAL ENTRY FOR A RUN STAMPED AFTER
000160*                     THE BACKUP AND NOT AFTER THE CHOSEN POINT IN
000170*                     TIME IS REPLAYED IN JOURNAL ORDER - AN ENTRY
000180*                     ALREADY ON THE BACKUP IS SKIPPED, AND ONE
000190*                     WHOSE BEFORE IMAGE DOES NOT MATCH IS APPLIED
000200*                     AND LISTED.  BACK OUT: EVERY COIL ONE RUN
000210*                     CHANGED IS PUT BACK AS THE RUN FOUND IT,
000220*                     UNLESS A LATER RUN HAS CHANGED IT SINCE
000230*                     (THAT COIL IS LISTED AND LEFT ALONE); THE
000240*                     BACK-OUT IS ITSELF JOURNALED SO IT CAN BE
000250*                     REPLAYED.
000260*                     EACH RUN'S JOURNAL ADDS, CHANGES AND DELETES
000270*                     ARE TIED TO ITS RUNSTATS RECORD ON THE
000280*                     RECOVERY LISTING (MASTRCVR).
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   GNUCOBOL.
000330 OBJECT-COMPUTER.   GNUCOBOL.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SELECT-FILE ASSIGN TO "RCVSEL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SELECT-STATUS.
000390     SELECT JOURNAL-FILE ASSIGN TO "MASTJRNL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-JOURNAL-STATUS.
000420     SELECT SORTED-JOURNAL-FILE ASSIGN TO "MASTJRNS"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK8".
000450     SELECT MASTER-FILE ASSIGN TO "COILMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CM-COIL-ID
000490         FILE STATUS IS WS-MASTER-STATUS.
000500     SELECT RUN-STAT-FILE ASSIGN TO "RUNSTATS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-STAT-STATUS.
000530     SELECT REPORT-FILE ASSIGN TO "MASTRCVR"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  SELECT-FILE
000590     RECORDING MODE IS F.
000600 01  SELECT-RECORD               PIC X(80).
000610*
000620 FD  JOURNAL-FILE
000630     RECORDING MODE IS F.
000640 01  JOURNAL-FILE-RECORD         PIC X(400).
000650*
000660 FD  SORTED-JOURNAL-FILE
000670     RECORDING MODE IS F.
000680 01  SORTED-JOURNAL-RECORD       PIC X(400).
000690*
000700 SD  SORT-WORK-FILE.
000710     COPY MASTJRNL REPLACING
000720         MASTER-JOURNAL-RECORD BY SORT-WORK-RECORD
000730         MJ-RUN-KEY BY SW-RUN-KEY
000740         MJ-RUN-DATE BY SW-RUN-DATE
000750         MJ-RUN-TIME BY SW-RUN-TIME
000760         MJ-PROGRAM-ID BY SW-PROGRAM-ID
000770         MJ-BENCH-ID BY SW-BENCH-ID
000780         MJ-SEQUENCE BY SW-SEQUENCE
000790         MJ-COIL-ID BY SW-COIL-ID
000800         MJ-ACTION BY SW-ACTION
000810         MJ-ACTION-ADD BY SW-ACTION-ADD
000820         MJ-ACTION-CHANGE BY SW-ACTION-CHANGE
000830         MJ-ACTION-DELETE BY SW-ACTION-DELETE
000840         MJ-BEFORE-IMAGE BY SW-BEFORE-IMAGE
000850         MJ-AFTER-IMAGE BY SW-AFTER-IMAGE.
000860*
000870 FD  MASTER-FILE.
000880     COPY COILMAST.
000890*
000900 FD  RUN-STAT-FILE
000910     RECORDING MODE IS F.
000920 01  RUN-STAT-FILE-RECORD        PIC X(80).
000930*
000940 FD  REPORT-FILE
000950     RECORDING MODE IS F.
000960 01  REPORT-RECORD               PIC X(80).
000970*
000980 WORKING-STORAGE SECTION.
000990 77  WS-SELECT-STATUS         PIC X(02).
001000 77  WS-JOURNAL-STATUS        PIC X(02).
001010 77  WS-MASTER-STATUS         PIC X(02).
001020 77  WS-STAT-STATUS           PIC X(02).
001030 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
001040 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
001050 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
001060 77  WS-JOURNAL-READ-COUNT    PIC 9(05) VALUE ZERO.
001070 77  WS-SKIPPED-COUNT         PIC 9(05) VALUE ZERO.
001080 77  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
001090 77  WS-ALREADY-COUNT         PIC 9(05) VALUE ZERO.
001100 77  WS-OUT-OF-STEP-COUNT     PIC 9(05) VALUE ZERO.
001110 77  WS-LEFT-ALONE-COUNT      PIC 9(05) VALUE ZERO.
001120 77  WS-IO-ERROR-COUNT        PIC 9(05) VALUE ZERO.
001130 77  WS-NEW-COUNT             PIC 9(05) VALUE ZERO.
001140 77  WS-CHANGED-COUNT         PIC 9(05) VALUE ZERO.
001150 77  WS-DELETED-COUNT         PIC 9(05) VALUE ZERO.
001160 77  WS-JOURNAL-WRITTEN-COUNT PIC 9(05) VALUE ZERO.
001170 77  WS-MASTER-IN-COUNT       PIC 9(05) VALUE ZERO.
001180 77  WS-MASTER-OUT-COUNT      PIC 9(05) VALUE ZERO.
001190 77  WS-MASTER-COUNT-WORK     PIC 9(05) VALUE ZERO.
001200 77  WS-TIED-COUNT            PIC 9(05) VALUE ZERO.
001210 77  WS-UNTIED-COUNT          PIC 9(05) VALUE ZERO.
001220 77  WS-RUN-MAX               PIC 9(03) VALUE 500.
001230 77  WS-RUN-COUNT             PIC 9(03) VALUE ZERO.
001240 77  WS-RUN-SUB               PIC 9(03) VALUE ZERO.
001250 77  WS-RUN-DATE-8            PIC 9(08).
001260 77  WS-RUN-TIME              PIC 9(08).
001270 77  WS-OPERATOR-NAME         PIC X(20).
001280 77  WS-OPERATOR-CERT-LEVEL   PIC 9(01).
001290 77  WS-REFUSAL               PIC X(59) VALUE SPACE.
001300 77  WS-MESSAGE               PIC X(40).
001310*
001320 01  WS-SWITCHES.
001330     05  WS-SELECT-SWITCH     PIC X(01) VALUE 'Y'.
001340         88  SELECTION-OK               VALUE 'Y'.
001350         88  SELECTION-BAD              VALUE 'N'.
001360     05  WS-MASTER-SWITCH     PIC X(01) VALUE 'N'.
001370         88  MASTER-OPEN                VALUE 'Y'.
001380         88  MASTER-CLOSED              VALUE 'N'.
001390     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001400         88  EOF-YES                    VALUE 'Y'.
001410         88  EOF-NO                     VALUE 'N'.
001420     05  WS-SCAN-SWITCH       PIC X(01) VALUE 'N'.
001430         88  SCAN-DONE                  VALUE 'Y'.
001440         88  SCAN-NOT-DONE              VALUE 'N'.
001450     05  WS-COIL-FOUND-SWITCH PIC X(01) VALUE 'N'.
001460         88  COIL-FOUND                 VALUE 'Y'.
001470         88  COIL-NOT-FOUND             VALUE 'N'.
001480     05  WS-IO-SWITCH         PIC X(01) VALUE 'Y'.
001490         88  IO-OK                      VALUE 'Y'.
001500         88  IO-FAILED                  VALUE 'N'.
001510*
001520 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
001530     88  OPERATOR-VALID                   VALUE ZERO.
001540*
001550* THE RUN STAMP OF THE JOURNAL ENTRY IN HAND, AND THE LAST ONE TO
001560* BE REPLAYED, IN THE SAME DATE-THEN-TIME ORDER AS RV-FROM-STAMP
001570* SO THE THREE COMPARE DIRECTLY.
001580*
001590 01  WS-ENTRY-STAMP.
001600     05  ES-RUN-DATE          PIC 9(08).
001610     05  ES-RUN-TIME          PIC 9(08).
001620 01  WS-TO-STAMP.
001630     05  TS-RUN-DATE          PIC 9(08).
001640     05  TS-RUN-TIME          PIC 9(08).
001650*
001660 01  WS-STAT-KEY.
001670     05  SK-RUN-DATE          PIC 9(08).
001680     05  SK-RUN-TIME          PIC 9(08).
001690     05  SK-PROGRAM-ID        PIC X(08).
001700*
001710* ONE COIL'S ENTRIES FOR THE RUN BEING BACKED OUT: HOW THE RUN
001720* FOUND IT (FIRST ENTRY) AND HOW THE RUN LEFT IT (LAST ENTRY).
001730*
001740 01  WS-BACKOUT-COIL.
001750     05  BO-COIL-ID           PIC X(06).
001760     05  BO-FIRST-ACTION      PIC X(01).
001770         88  BO-FIRST-ADD               VALUE 'A'.
001780     05  BO-LAST-ACTION       PIC X(01).
001790         88  BO-LAST-DELETE             VALUE 'D'.
001800     05  BO-BEFORE-IMAGE      PIC X(180).
001810     05  BO-AFTER-IMAGE       PIC X(180).
001820*
001830* ONE ENTRY PER RUN REPLAYED OR BACKED OUT: WHAT ITS JOURNAL
001840* ENTRIES DID AND WHAT ITS RUNSTATS RECORD SAYS IT DID.
001850*
001860 01  RUN-TABLE.
001870     05  RT-ENTRY OCCURS 500 TIMES INDEXED BY RT-IDX.
001880         10  RT-RUN-KEY.
001890             15  RT-RUN-DATE      PIC 9(08).
001900             15  RT-RUN-TIME      PIC 9(08).
001910             15  RT-PROGRAM-ID    PIC X(08).
001920         10  RT-JOURNAL-ADDS      PIC 9(05).
001930         10  RT-JOURNAL-CHANGES   PIC 9(05).
001940         10  RT-JOURNAL-DELETES   PIC 9(05).
001950         10  RT-STATS-FLAG        PIC X(01).
001960             88  RT-STATS-FOUND             VALUE 'Y'.
001970         10  RT-STATS-NEW         PIC 9(05).
001980         10  RT-STATS-CHANGED     PIC 9(05).
001990         10  RT-STATS-DELETED     PIC 9(05).
002000*
002010     COPY RCVSEL.
002020*
002030     COPY MASTJRNL REPLACING
002040         MASTER-JOURNAL-RECORD BY JOURNAL-IN-RECORD
002050         MJ-RUN-KEY BY JI-RUN-KEY
002060         MJ-RUN-DATE BY JI-RUN-DATE
002070         MJ-RUN-TIME BY JI-RUN-TIME
002080         MJ-PROGRAM-ID BY JI-PROGRAM-ID
002090         MJ-BENCH-ID BY JI-BENCH-ID
002100         MJ-SEQUENCE BY JI-SEQUENCE
002110         MJ-COIL-ID BY JI-COIL-ID
002120         MJ-ACTION BY JI-ACTION
002130         MJ-ACTION-ADD BY JI-ACTION-ADD
002140         MJ-ACTION-CHANGE BY JI-ACTION-CHANGE
002150         MJ-ACTION-DELETE BY JI-ACTION-DELETE
002160         MJ-BEFORE-IMAGE BY JI-BEFORE-IMAGE
002170         MJ-AFTER-IMAGE BY JI-AFTER-IMAGE.
002180*
002190     COPY MASTJRNL.
002200*
002210     COPY RUNSTAT REPLACING
002220         RUN-STAT-RECORD BY STAT-IN-RECORD
002230         RS-RUN-DATE BY SI-RUN-DATE
002240         RS-RUN-TIME BY SI-RUN-TIME
002250         RS-PROGRAM-ID BY SI-PROGRAM-ID
002260         RS-RECORDS-READ BY SI-RECORDS-READ
002270         RS-ACCEPTED BY SI-ACCEPTED
002280         RS-REJECTED BY SI-REJECTED
002290         RS-OUT-OF-SPEC BY SI-OUT-OF-SPEC
002300         RS-TRANS-WRITTEN BY SI-TRANS-WRITTEN
002310         RS-MASTER-IN BY SI-MASTER-IN
002320         RS-MASTER-NEW BY SI-MASTER-NEW
002330         RS-MASTER-OUT BY SI-MASTER-OUT
002340         RS-BENCH-ID BY SI-BENCH-ID
002350         RS-MASTER-CHANGED BY SI-MASTER-CHANGED
002360         RS-MASTER-DELETED BY SI-MASTER-DELETED.
002370*
002380     COPY RUNSTAT.
002390*
002400 01  WS-RUN-DATE.
002410     05  WS-RUN-YY            PIC 9(02).
002420     05  WS-RUN-MM            PIC 9(02).
002430     05  WS-RUN-DD            PIC 9(02).
002440*
002450 01  WS-HEADING-1.
002460     05  FILLER               PIC X(01) VALUE SPACE.
002470     05  FILLER               PIC X(26) VALUE
002480         "COIL MASTER RECOVERY".
002490     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
002500     05  H1-RUN-MM            PIC 99.
002510     05  FILLER               PIC X(01) VALUE "/".
002520     05  H1-RUN-DD            PIC 99.
002530     05  FILLER               PIC X(01) VALUE "/".
002540     05  H1-RUN-YY            PIC 99.
002550     05  FILLER               PIC X(08) VALUE "  PAGE  ".
002560     05  H1-PAGE-NO           PIC ZZZ9.
002570     05  FILLER               PIC X(22) VALUE SPACE.
002580*
002590 01  WS-SECTION-LINE.
002600     05  FILLER               PIC X(01) VALUE SPACE.
002610     05  SE-TITLE             PIC X(40).
002620     05  FILLER               PIC X(39) VALUE SPACE.
002630*
002640 01  WS-TEXT-LINE.
002650     05  FILLER               PIC X(01) VALUE SPACE.
002660     05  TX-LABEL             PIC X(20).
002670     05  TX-VALUE             PIC X(59).
002680*
002690 01  WS-CRITERIA-LINE.
002700     05  FILLER               PIC X(01) VALUE SPACE.
002710     05  CR-LABEL             PIC X(20).
002720     05  CR-PROGRAM-ID        PIC X(08).
002730     05  FILLER               PIC X(01) VALUE SPACE.
002740     05  CR-DATE              PIC 9999/99/99.
002750     05  FILLER               PIC X(01) VALUE SPACE.
002760     05  CR-TIME              PIC 9(08).
002770     05  FILLER               PIC X(01) VALUE SPACE.
002780     05  CR-NOTE              PIC X(30).
002790*
002800 01  WS-COIL-HEADING.
002810     05  FILLER               PIC X(01) VALUE SPACE.
002820     05  FILLER               PIC X(07) VALUE "COIL".
002830     05  FILLER               PIC X(09) VALUE "PROGRAM".
002840     05  FILLER               PIC X(11) VALUE "RUN DATE".
002850     05  FILLER               PIC X(09) VALUE "RUN TIME".
002860     05  FILLER               PIC X(43) VALUE "A  RESULT".
002870*
002880 01  WS-COIL-LINE.
002890     05  FILLER               PIC X(01) VALUE SPACE.
002900     05  CL-COIL-ID           PIC X(06).
002910     05  FILLER               PIC X(01) VALUE SPACE.
002920     05  CL-PROGRAM-ID        PIC X(08).
002930     05  FILLER               PIC X(01) VALUE SPACE.
002940     05  CL-RUN-DATE          PIC 9999/99/99.
002950     05  FILLER               PIC X(01) VALUE SPACE.
002960     05  CL-RUN-TIME          PIC 9(08).
002970     05  FILLER               PIC X(01) VALUE SPACE.
002980     05  CL-ACTION            PIC X(01).
002990     05  FILLER               PIC X(02) VALUE SPACE.
003000     05  CL-MESSAGE           PIC X(40).
003010*
003020 01  WS-RUN-HEADING-1.
003030     05  FILLER               PIC X(31) VALUE SPACE.
003040     05  FILLER               PIC X(17) VALUE
003050         "---- JOURNAL ----".
003060     05  FILLER               PIC X(02) VALUE SPACE.
003070     05  FILLER               PIC X(17) VALUE
003080         "--- RUNSTATS ----".
003090     05  FILLER               PIC X(13) VALUE SPACE.
003100*
003110 01  WS-RUN-HEADING-2.
003120     05  FILLER               PIC X(01) VALUE SPACE.
003130     05  FILLER               PIC X(09) VALUE "PROGRAM".
003140     05  FILLER               PIC X(11) VALUE "RUN DATE".
003150     05  FILLER               PIC X(10) VALUE "RUN TIME".
003160     05  FILLER               PIC X(06) VALUE " ADDS".
003170     05  FILLER               PIC X(06) VALUE " CHGS".
003180     05  FILLER               PIC X(07) VALUE " DELS".
003190     05  FILLER               PIC X(06) VALUE "  NEW".
003200     05  FILLER               PIC X(06) VALUE "  CHG".
003210     05  FILLER               PIC X(06) VALUE "  DEL".
003220     05  FILLER               PIC X(12) VALUE "TIE-OUT".
003230*
003240 01  WS-RUN-LINE.
003250     05  FILLER               PIC X(01) VALUE SPACE.
003260     05  RL-PROGRAM-ID        PIC X(08).
003270     05  FILLER               PIC X(01) VALUE SPACE.
003280     05  RL-RUN-DATE          PIC 9999/99/99.
003290     05  FILLER               PIC X(01) VALUE SPACE.
003300     05  RL-RUN-TIME          PIC 9(08).
003310     05  FILLER               PIC X(02) VALUE SPACE.
003320     05  RL-JOURNAL-ADDS      PIC ZZZZ9.
003330     05  FILLER               PIC X(01) VALUE SPACE.
003340     05  RL-JOURNAL-CHANGES   PIC ZZZZ9.
003350     05  FILLER               PIC X(01) VALUE SPACE.
003360     05  RL-JOURNAL-DELETES   PIC ZZZZ9.
003370     05  FILLER               PIC X(02) VALUE SPACE.
003380     05  RL-STATS-NEW         PIC ZZZZ9.
003390     05  FILLER               PIC X(01) VALUE SPACE.
003400     05  RL-STATS-CHANGED     PIC ZZZZ9.
003410     05  FILLER               PIC X(01) VALUE SPACE.
003420     05  RL-STATS-DELETED     PIC ZZZZ9.
003430     05  FILLER               PIC X(01) VALUE SPACE.
003440     05  RL-TIE-OUT           PIC X(12).
003450*
003460 01  WS-SUMMARY-LINE.
003470     05  FILLER               PIC X(01) VALUE SPACE.
003480     05  SU-LABEL             PIC X(40).
003490     05  SU-COUNT             PIC ZZZZ9.
003500     05  FILLER               PIC X(34) VALUE SPACE.
003510*
003520 01  WS-PRINT-LINE            PIC X(80).
003530*
003540 PROCEDURE DIVISION.
003550*
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003580     IF SELECTION-OK
003590         IF RV-BACK-OUT
003600             SORT SORT-WORK-FILE
003610                 ON ASCENDING KEY SW-RUN-DATE SW-RUN-TIME
003620                     SW-PROGRAM-ID SW-COIL-ID SW-SEQUENCE
003630                 USING JOURNAL-FILE
003640                 GIVING SORTED-JOURNAL-FILE
003650             PERFORM 3000-BACK-OUT-RUN THRU 3000-EXIT
003660         ELSE
003670             PERFORM 2000-ROLL-FORWARD THRU 2000-EXIT
003680         END-IF
003690         PERFORM 5000-MATCH-RUNSTATS THRU 5000-EXIT
003700         PERFORM 5500-PRINT-RUNS THRU 5500-EXIT
003710     END-IF.
003720     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003740     STOP RUN.
003750*
003760* ---------------------------------------------------------------
003770* 1000-INITIALIZE - OPEN THE LISTING, READ AND CHECK THE
003780* SELECTION, AND ONLY IF IT IS GOOD OPEN THE MASTER AND COUNT IT.
003790* A REFUSED SELECTION LEAVES COILMAST UNTOUCHED.
003800* ---------------------------------------------------------------
003810 1000-INITIALIZE.
003820     OPEN OUTPUT REPORT-FILE.
003830     ACCEPT WS-RUN-DATE FROM DATE.
003840     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
003850     ACCEPT WS-RUN-TIME FROM TIME.
003860     MOVE 99 TO WS-LINE-COUNT.
003870     MOVE SPACES TO RUN-TABLE.
003880     PERFORM 1100-GET-SELECTION THRU 1100-EXIT.
003890     PERFORM 1300-CHECK-SELECTION THRU 1300-EXIT.
003900     PERFORM 1500-PRINT-SELECTION THRU 1500-EXIT.
003910     IF SELECTION-BAD
003920         DISPLAY "MASTRCV - " WS-REFUSAL
003930         GO TO 1000-EXIT
003940     END-IF.
003950     PERFORM 1600-OPEN-MASTER THRU 1600-EXIT.
003960     PERFORM 7500-COUNT-MASTER THRU 7500-EXIT.
003970     MOVE WS-MASTER-COUNT-WORK TO WS-MASTER-IN-COUNT.
003980 1000-EXIT.
003990     EXIT.
004000*
004010* ---------------------------------------------------------------
004020* 1100-GET-SELECTION - ONE CRITERIA RECORD.  A MISSING OR EMPTY
004030* FILE LEAVES THE MODE BLANK, WHICH 1300 REFUSES.
004040* ---------------------------------------------------------------
004050 1100-GET-SELECTION.
004060     MOVE SPACES TO RECOVERY-SELECT-RECORD.
004070     OPEN INPUT SELECT-FILE.
004080     IF WS-SELECT-STATUS NOT = "35"
004090         READ SELECT-FILE
004100             AT END
004110                 CONTINUE
004120             NOT AT END
004130*                THE RECORD MUST LEAVE THE FD AREA BEFORE THE
004140*                CLOSE - ITS CONTENT IS UNDEFINED AFTERWARDS.
004150                 MOVE SELECT-RECORD TO RECOVERY-SELECT-RECORD
004160         END-READ
004170         CLOSE SELECT-FILE
004180     END-IF.
004190 1100-EXIT.
004200     EXIT.
004210*
004220* ---------------------------------------------------------------
004230* 1300-CHECK-SELECTION - A KNOWN MODE, A VALID REQUESTER, THE
004240* FIELDS THE MODE NEEDS, AND A JOURNAL TO WORK FROM.  FOR A ROLL
004250* FORWARD, UNUSED LIMITS ARE SET TO THEIR ZERO MEANINGS HERE AND
004260* THE LAST STAMP TO REPLAY IS WORKED OUT.
004270* ---------------------------------------------------------------
004280 1300-CHECK-SELECTION.
004290     SET SELECTION-OK TO TRUE.
004300     MOVE SPACES TO WS-OPERATOR-NAME.
004310     IF NOT RV-ROLL-FORWARD AND NOT RV-BACK-OUT
004320         MOVE "REFUSED - MODE MUST BE F (FORWARD) OR B (BACK OUT)"
004330             TO WS-REFUSAL
004340         SET SELECTION-BAD TO TRUE
004350         GO TO 1300-EXIT
004360     END-IF.
004370     CALL "OPERCHK" USING RV-REQUESTED-BY WS-OPERATOR-NAME
004380         WS-OPERATOR-CERT-LEVEL WS-OPERATOR-RETURN-CODE.
004390     IF NOT OPERATOR-VALID
004400         MOVE "REFUSED - REQUESTED-BY IS NOT A VALID OPERATOR"
004410             TO WS-REFUSAL
004420         SET SELECTION-BAD TO TRUE
004430         GO TO 1300-EXIT
004440     END-IF.
004450     IF RV-BACK-OUT
004460         IF RV-PROGRAM-ID = SPACES
004470             OR RV-RUN-DATE IS NOT NUMERIC
004480             OR RV-RUN-TIME IS NOT NUMERIC
004490             OR RV-RUN-DATE = ZERO
004500             MOVE "REFUSED - BACK OUT NEEDS DATE, TIME, PROGRAM"
004510                 TO WS-REFUSAL
004520             SET SELECTION-BAD TO TRUE
004530             GO TO 1300-EXIT
004540         END-IF
004550     ELSE
004560         PERFORM 1400-SET-WINDOW THRU 1400-EXIT
004570         IF WS-TO-STAMP < RV-FROM-STAMP
004580             MOVE "REFUSED - RECOVERY POINT IS BEFORE THE BACKUP"
004590                 TO WS-REFUSAL
004600             SET SELECTION-BAD TO TRUE
004610             GO TO 1300-EXIT
004620         END-IF
004630     END-IF.
004640     OPEN INPUT JOURNAL-FILE.
004650     IF WS-JOURNAL-STATUS = "35"
004660         MOVE "REFUSED - NO MASTER JOURNAL (MASTJRNL)"
004670             TO WS-REFUSAL
004680         SET SELECTION-BAD TO TRUE
004690     ELSE
004700         CLOSE JOURNAL-FILE
004710     END-IF.
004720 1300-EXIT.
004730     EXIT.
004740*
004750 1400-SET-WINDOW.
004760     IF RV-FROM-DATE IS NOT NUMERIC
004770         MOVE ZERO TO RV-FROM-DATE
004780     END-IF.
004790     IF RV-FROM-TIME IS NOT NUMERIC
004800         MOVE ZERO TO RV-FROM-TIME
004810     END-IF.
004820     IF RV-TO-DATE IS NOT NUMERIC
004830         MOVE ZERO TO RV-TO-DATE
004840     END-IF.
004850     IF RV-TO-TIME IS NOT NUMERIC
004860         MOVE ZERO TO RV-TO-TIME
004870     END-IF.
004880     IF RV-TO-DATE = ZERO
004890         MOVE 99999999 TO TS-RUN-DATE
004900         MOVE 99999999 TO TS-RUN-TIME
004910     ELSE
004920         MOVE RV-TO-DATE TO TS-RUN-DATE
004930         IF RV-TO-TIME = ZERO
004940             MOVE 99999999 TO TS-RUN-TIME
004950         ELSE
004960             MOVE RV-TO-TIME TO TS-RUN-TIME
004970         END-IF
004980     END-IF.
004990 1400-EXIT.
005000     EXIT.
005010*
005020* ---------------------------------------------------------------
005030* 1500-PRINT-SELECTION - WHAT WAS ASKED FOR, AT THE TOP OF THE
005040* LISTING, SO THE PRINTOUT IS SELF-DESCRIBING - AND WHY IT WAS
005050* REFUSED IF IT WAS.
005060* ---------------------------------------------------------------
005070 1500-PRINT-SELECTION.
005080     MOVE "RECOVERY MODE" TO TX-LABEL.
005090     EVALUATE TRUE
005100         WHEN RV-ROLL-FORWARD
005110             MOVE "ROLL FORWARD A RESTORED BACKUP" TO TX-VALUE
005120         WHEN RV-BACK-OUT
005130             MOVE "BACK OUT ONE RUN" TO TX-VALUE
005140         WHEN OTHER
005150             MOVE RV-MODE TO TX-VALUE
005160     END-EVALUATE.
005170     MOVE WS-TEXT-LINE TO WS-PRINT-LINE.
005180     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005190     MOVE "REQUESTED BY" TO TX-LABEL.
005200     MOVE SPACES TO TX-VALUE.
005210     STRING RV-REQUESTED-BY DELIMITED BY SIZE
005220         "  " DELIMITED BY SIZE
005230         WS-OPERATOR-NAME DELIMITED BY SIZE
005240         INTO TX-VALUE.
005250     MOVE WS-TEXT-LINE TO WS-PRINT-LINE.
005260     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005270     IF RV-ROLL-FORWARD AND SELECTION-OK
005280         MOVE "RUNS AFTER" TO CR-LABEL
005290         MOVE SPACES TO CR-PROGRAM-ID
005300         MOVE RV-FROM-DATE TO CR-DATE
005310         MOVE RV-FROM-TIME TO CR-TIME
005320         IF RV-FROM-DATE = ZERO
005330             MOVE "(START OF JOURNAL)" TO CR-NOTE
005340         ELSE
005350             MOVE "(WHEN THE BACKUP WAS TAKEN)" TO CR-NOTE
005360         END-IF
005370         MOVE WS-CRITERIA-LINE TO WS-PRINT-LINE
005380         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
005390         MOVE "UP TO AND INCLUDING" TO CR-LABEL
005400         MOVE TS-RUN-DATE TO CR-DATE
005410         MOVE TS-RUN-TIME TO CR-TIME
005420         IF RV-TO-DATE = ZERO
005430             MOVE "(END OF JOURNAL)" TO CR-NOTE
005440         ELSE
005450             MOVE "(RECOVERY POINT)" TO CR-NOTE
005460         END-IF
005470         MOVE WS-CRITERIA-LINE TO WS-PRINT-LINE
005480         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
005490     END-IF.
005500     IF RV-BACK-OUT AND SELECTION-OK
005510         MOVE "RUN TO BACK OUT" TO CR-LABEL
005520         MOVE RV-PROGRAM-ID TO CR-PROGRAM-ID
005530         MOVE RV-RUN-DATE TO CR-DATE
005540         MOVE RV-RUN-TIME TO CR-TIME
005550         MOVE SPACES TO CR-NOTE
005560         MOVE WS-CRITERIA-LINE TO WS-PRINT-LINE
005570         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
005580     END-IF.
005590     IF SELECTION-BAD
005600         MOVE "*** NOTHING CHANGED" TO TX-LABEL
005610         MOVE WS-REFUSAL TO TX-VALUE
005620         MOVE WS-TEXT-LINE TO WS-PRINT-LINE
005630         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
005640     END-IF.
005650 1500-EXIT.
005660     EXIT.
005670*
005680* ---------------------------------------------------------------
005690* 1600-OPEN-MASTER - A ROLL FORWARD WITH NO BACKUP TO RESTORE MAY
005700* START FROM NO COILMAST AT ALL (STATUS 35) AND REBUILD IT FROM
005710* THE WHOLE JOURNAL, SO THE MASTER BOOTSTRAPS THE SAME WAY IT
005720* DOES IN MASTUPD.
005730* ---------------------------------------------------------------
005740 1600-OPEN-MASTER.
005750     OPEN I-O MASTER-FILE.
005760     IF WS-MASTER-STATUS = "35"
005770         OPEN OUTPUT MASTER-FILE
005780         CLOSE MASTER-FILE
005790         OPEN I-O MASTER-FILE
005800     END-IF.
005810     SET MASTER-OPEN TO TRUE.
005820 1600-EXIT.
005830     EXIT.
005840*
005850* ---------------------------------------------------------------
005860* 2000-ROLL-FORWARD - REPLAY THE JOURNAL IN THE ORDER IT WAS
005870* WRITTEN, WHICH IS THE ORDER THE CHANGES WERE MADE.  ONLY
005880* EXCEPTIONS ARE LISTED COIL BY COIL; THE RUN TOTALS FOLLOW.
005890* ---------------------------------------------------------------
005900 2000-ROLL-FORWARD.
005910     MOVE "EXCEPTIONS" TO SE-TITLE.
005920     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
005930     MOVE WS-COIL-HEADING TO WS-PRINT-LINE.
005940     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
005950     SET EOF-NO TO TRUE.
005960     OPEN INPUT JOURNAL-FILE.
005970     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
005980     PERFORM 2200-REPLAY-ENTRY THRU 2200-EXIT
005990         UNTIL EOF-YES.
006000     CLOSE JOURNAL-FILE.
006010     IF WS-OUT-OF-STEP-COUNT = ZERO AND WS-IO-ERROR-COUNT = ZERO
006020         MOVE "  NONE" TO WS-PRINT-LINE
006030         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
006040     END-IF.
006050 2000-EXIT.
006060     EXIT.
006070*
006080 2100-READ-JOURNAL.
006090     READ JOURNAL-FILE INTO JOURNAL-IN-RECORD
006100         AT END
006110             SET EOF-YES TO TRUE
006120         NOT AT END
006130             ADD 1 TO WS-JOURNAL-READ-COUNT
006140     END-READ.
006150 2100-EXIT.
006160     EXIT.
006170*
006180 2200-REPLAY-ENTRY.
006190     MOVE JI-RUN-DATE TO ES-RUN-DATE.
006200     MOVE JI-RUN-TIME TO ES-RUN-TIME.
006210     IF WS-ENTRY-STAMP > RV-FROM-STAMP
006220         AND WS-ENTRY-STAMP NOT > WS-TO-STAMP
006230         PERFORM 4000-COUNT-RUN-ENTRY THRU 4000-EXIT
006240         PERFORM 2300-APPLY-ENTRY THRU 2300-EXIT
006250     ELSE
006260         ADD 1 TO WS-SKIPPED-COUNT
006270     END-IF.
006280     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
006290 2200-EXIT.
006300     EXIT.
006310*
006320* ---------------------------------------------------------------
006330* 2300-APPLY-ENTRY - AN ENTRY WHOSE RESULT IS ALREADY ON THE
006340* MASTER (THE BACKUP WAS TAKEN AFTER IT) IS SKIPPED.  OTHERWISE
006350* THE MASTER SHOULD STILL MATCH THE BEFORE IMAGE; IF IT DOES NOT,
006360* SOMETHING OUTSIDE THE JOURNAL HAS TOUCHED THE COIL, SO THE
006370* ENTRY IS STILL APPLIED - THE AFTER IMAGE IS HOW THE RUN LEFT
006380* THE RECORD - BUT IS LISTED FOR INVESTIGATION.
006390* ---------------------------------------------------------------
006400 2300-APPLY-ENTRY.
006410     MOVE JI-COIL-ID TO CM-COIL-ID.
006420     PERFORM 4100-FETCH-COIL THRU 4100-EXIT.
006430     IF JI-ACTION-DELETE
006440         IF COIL-NOT-FOUND
006450             ADD 1 TO WS-ALREADY-COUNT
006460             GO TO 2300-EXIT
006470         END-IF
006480     ELSE
006490         IF COIL-FOUND AND COIL-MASTER-RECORD = JI-AFTER-IMAGE
006500             ADD 1 TO WS-ALREADY-COUNT
006510             GO TO 2300-EXIT
006520         END-IF
006530     END-IF.
006540     IF (JI-ACTION-ADD AND COIL-FOUND)
006550         OR (NOT JI-ACTION-ADD AND COIL-NOT-FOUND)
006560         OR (NOT JI-ACTION-ADD
006570             AND COIL-MASTER-RECORD NOT = JI-BEFORE-IMAGE)
006580         ADD 1 TO WS-OUT-OF-STEP-COUNT
006590         MOVE "OUT OF STEP - APPLIED, PLEASE CHECK" TO WS-MESSAGE
006600         PERFORM 4900-PRINT-COIL-LINE THRU 4900-EXIT
006610     END-IF.
006620     EVALUATE TRUE
006630         WHEN JI-ACTION-DELETE
006640             PERFORM 4400-DELETE-MASTER THRU 4400-EXIT
006650         WHEN COIL-FOUND
006660             MOVE JI-AFTER-IMAGE TO COIL-MASTER-RECORD
006670             PERFORM 4300-REWRITE-MASTER THRU 4300-EXIT
006680         WHEN OTHER
006690             MOVE JI-AFTER-IMAGE TO COIL-MASTER-RECORD
006700             PERFORM 4200-WRITE-MASTER THRU 4200-EXIT
006710     END-EVALUATE.
006720     IF IO-OK
006730         ADD 1 TO WS-APPLIED-COUNT
006740     ELSE
006750         PERFORM 4900-PRINT-COIL-LINE THRU 4900-EXIT
006760     END-IF.
006770 2300-EXIT.
006780     EXIT.
006790*
006800* ---------------------------------------------------------------
006810* 3000-BACK-OUT-RUN - THE JOURNAL, SORTED BY RUN, COIL AND ENTRY
006820* SEQUENCE, IS PASSED ONCE; THE CHOSEN RUN'S ENTRIES ARRIVE
006830* TOGETHER, ONE COIL AT A TIME, AND EVERYTHING ELSE IS SKIPPED.
006840* ---------------------------------------------------------------
006850 3000-BACK-OUT-RUN.
006860     MOVE "COILS BACKED OUT" TO SE-TITLE.
006870     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
006880     MOVE WS-COIL-HEADING TO WS-PRINT-LINE.
006890     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006900     SET EOF-NO TO TRUE.
006910     OPEN INPUT SORTED-JOURNAL-FILE.
006920     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
006930     PERFORM 3200-SCAN-ENTRY THRU 3200-EXIT
006940         UNTIL EOF-YES.
006950     CLOSE SORTED-JOURNAL-FILE.
006960     IF WS-RUN-COUNT = ZERO
006970         MOVE "  NO JOURNAL ENTRIES FOR THAT RUN"
006980             TO WS-PRINT-LINE
006990         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
007000         DISPLAY "MASTRCV - NO JOURNAL ENTRIES FOR " RV-PROGRAM-ID
007010             " " RV-RUN-DATE " " RV-RUN-TIME
007020     END-IF.
007030 3000-EXIT.
007040     EXIT.
007050*
007060 3100-READ-SORTED.
007070     READ SORTED-JOURNAL-FILE INTO JOURNAL-IN-RECORD
007080         AT END
007090             SET EOF-YES TO TRUE
007100         NOT AT END
007110             ADD 1 TO WS-JOURNAL-READ-COUNT
007120     END-READ.
007130 3100-EXIT.
007140     EXIT.
007150*
007160 3200-SCAN-ENTRY.
007170     IF JI-RUN-KEY = RV-RUN-KEY
007180         PERFORM 3300-BACK-OUT-COIL THRU 3300-EXIT
007190     ELSE
007200         ADD 1 TO WS-SKIPPED-COUNT
007210         PERFORM 3100-READ-SORTED THRU 3100-EXIT
007220     END-IF.
007230 3200-EXIT.
007240     EXIT.
007250*
007260* ---------------------------------------------------------------
007270* 3300-BACK-OUT-COIL - GATHER ALL OF THE RUN'S ENTRIES FOR ONE
007280* COIL (A COIL CAN BE CHANGED MORE THAN ONCE IN A RUN), THEN PUT
007290* THE COIL BACK AS THE FIRST ENTRY FOUND IT.
007300* ---------------------------------------------------------------
007310 3300-BACK-OUT-COIL.
007320     MOVE JI-COIL-ID TO BO-COIL-ID.
007330     MOVE JI-ACTION TO BO-FIRST-ACTION.
007340     MOVE JI-BEFORE-IMAGE TO BO-BEFORE-IMAGE.
007350     PERFORM 3400-TAKE-COIL-ENTRY THRU 3400-EXIT
007360         UNTIL EOF-YES
007370             OR JI-RUN-KEY NOT = RV-RUN-KEY
007380             OR JI-COIL-ID NOT = BO-COIL-ID.
007390     PERFORM 3500-RESTORE-COIL THRU 3500-EXIT.
007400 3300-EXIT.
007410     EXIT.
007420*
007430 3400-TAKE-COIL-ENTRY.
007440     PERFORM 4000-COUNT-RUN-ENTRY THRU 4000-EXIT.
007450     MOVE JI-ACTION TO BO-LAST-ACTION.
007460     MOVE JI-AFTER-IMAGE TO BO-AFTER-IMAGE.
007470     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
007480 3400-EXIT.
007490     EXIT.
007500*
007510* ---------------------------------------------------------------
007520* 3500-RESTORE-COIL - ONLY A COIL STILL EXACTLY AS THE RUN LEFT IT
007530* IS PUT BACK; ONE A LATER RUN HAS CHANGED SINCE WOULD LOSE THAT
007540* LATER CHANGE, SO IT IS LISTED AND LEFT ALONE.  A COIL THE RUN
007550* ADDED IS REMOVED, ONE IT DELETED IS REINSTATED, AND ANY OTHER
007560* GETS ITS BEFORE IMAGE BACK.  EACH CHANGE IS JOURNALED UNDER
007570* THIS RUN.
007580* ---------------------------------------------------------------
007590 3500-RESTORE-COIL.
007600     MOVE BO-COIL-ID TO CM-COIL-ID.
007610     PERFORM 4100-FETCH-COIL THRU 4100-EXIT.
007620*    THE JOURNAL RECORD AREA ALREADY HOLDS THE NEXT ENTRY, SO
007630*    THE COIL LINE IS BUILT FROM THE SELECTION AND BO- FIELDS.
007640     MOVE BO-COIL-ID TO CL-COIL-ID.
007650     MOVE RV-PROGRAM-ID TO CL-PROGRAM-ID.
007660     MOVE RV-RUN-DATE TO CL-RUN-DATE.
007670     MOVE RV-RUN-TIME TO CL-RUN-TIME.
007680     MOVE BO-FIRST-ACTION TO CL-ACTION.
007690     IF BO-FIRST-ADD AND BO-LAST-DELETE
007700         ADD 1 TO WS-ALREADY-COUNT
007710         MOVE "ADDED AND DELETED BY THE RUN - NO CHANGE"
007720             TO WS-MESSAGE
007730         PERFORM 4950-WRITE-COIL-LINE THRU 4950-EXIT
007740         GO TO 3500-EXIT
007750     END-IF.
007760     IF (BO-LAST-DELETE AND COIL-FOUND)
007770         OR (NOT BO-LAST-DELETE AND COIL-NOT-FOUND)
007780         OR (NOT BO-LAST-DELETE
007790             AND COIL-MASTER-RECORD NOT = BO-AFTER-IMAGE)
007800         ADD 1 TO WS-LEFT-ALONE-COUNT
007810         MOVE "CHANGED SINCE THE RUN - LEFT AS IT IS"
007820             TO WS-MESSAGE
007830         PERFORM 4950-WRITE-COIL-LINE THRU 4950-EXIT
007840         GO TO 3500-EXIT
007850     END-IF.
007860     MOVE BO-COIL-ID TO MJ-COIL-ID.
007870     EVALUATE TRUE
007880         WHEN BO-FIRST-ADD
007890             MOVE COIL-MASTER-RECORD TO MJ-BEFORE-IMAGE
007900             MOVE SPACES TO MJ-AFTER-IMAGE
007910             SET MJ-ACTION-DELETE TO TRUE
007920             MOVE "BACKED OUT - COIL REMOVED" TO WS-MESSAGE
007930             PERFORM 4400-DELETE-MASTER THRU 4400-EXIT
007940         WHEN BO-LAST-DELETE
007950             MOVE SPACES TO MJ-BEFORE-IMAGE
007960             MOVE BO-BEFORE-IMAGE TO COIL-MASTER-RECORD
007970             MOVE BO-BEFORE-IMAGE TO MJ-AFTER-IMAGE
007980             SET MJ-ACTION-ADD TO TRUE
007990             MOVE "BACKED OUT - COIL REINSTATED" TO WS-MESSAGE
008000             PERFORM 4200-WRITE-MASTER THRU 4200-EXIT
008010         WHEN OTHER
008020             MOVE COIL-MASTER-RECORD TO MJ-BEFORE-IMAGE
008030             MOVE BO-BEFORE-IMAGE TO COIL-MASTER-RECORD
008040             MOVE BO-BEFORE-IMAGE TO MJ-AFTER-IMAGE
008050             SET MJ-ACTION-CHANGE TO TRUE
008060             MOVE "BACKED OUT - RECORD RESTORED" TO WS-MESSAGE
008070             PERFORM 4300-REWRITE-MASTER THRU 4300-EXIT
008080     END-EVALUATE.
008090     IF IO-OK
008100         ADD 1 TO WS-APPLIED-COUNT
008110         PERFORM 4800-WRITE-JOURNAL THRU 4800-EXIT
008120     END-IF.
008130     PERFORM 4950-WRITE-COIL-LINE THRU 4950-EXIT.
008140 3500-EXIT.
008150     EXIT.
008160*
008170* ---------------------------------------------------------------
008180* 4000-COUNT-RUN-ENTRY - ADD THE ENTRY IN HAND TO ITS RUN'S
008190* TOTALS, STARTING A NEW RUN ENTRY THE FIRST TIME A RUN IS SEEN.
008200* ENTRIES ARRIVE GROUPED BY RUN, SO THE LAST RUN IS TRIED FIRST.
008210* ---------------------------------------------------------------
008220 4000-COUNT-RUN-ENTRY.
008230     IF WS-RUN-SUB > ZERO
008240         IF RT-RUN-KEY (WS-RUN-SUB) = JI-RUN-KEY
008250             GO TO 4050-ADD-TO-RUN
008260         END-IF
008270     END-IF.
008280     SET RT-IDX TO 1.
008290     SEARCH RT-ENTRY
008300         AT END
008310             PERFORM 4010-START-RUN THRU 4010-EXIT
008320         WHEN RT-RUN-KEY (RT-IDX) = JI-RUN-KEY
008330             SET WS-RUN-SUB TO RT-IDX
008340     END-SEARCH.
008350     IF WS-RUN-SUB = ZERO
008360         GO TO 4000-EXIT
008370     END-IF.
008380 4050-ADD-TO-RUN.
008390     EVALUATE TRUE
008400         WHEN JI-ACTION-ADD
008410             ADD 1 TO RT-JOURNAL-ADDS (WS-RUN-SUB)
008420         WHEN JI-ACTION-CHANGE
008430             ADD 1 TO RT-JOURNAL-CHANGES (WS-RUN-SUB)
008440         WHEN JI-ACTION-DELETE
008450             ADD 1 TO RT-JOURNAL-DELETES (WS-RUN-SUB)
008460     END-EVALUATE.
008470 4000-EXIT.
008480     EXIT.
008490*
008500 4010-START-RUN.
008510     IF WS-RUN-COUNT NOT < WS-RUN-MAX
008520         MOVE ZERO TO WS-RUN-SUB
008530         DISPLAY "MASTRCV - WARNING - RUN TABLE FULL - "
008540             JI-PROGRAM-ID " " JI-RUN-DATE " " JI-RUN-TIME
008550             " NOT TIED"
008560         GO TO 4010-EXIT
008570     END-IF.
008580     ADD 1 TO WS-RUN-COUNT.
008590     MOVE WS-RUN-COUNT TO WS-RUN-SUB.
008600     MOVE JI-RUN-KEY TO RT-RUN-KEY (WS-RUN-SUB).
008610     MOVE ZERO TO RT-JOURNAL-ADDS (WS-RUN-SUB).
008620     MOVE ZERO TO RT-JOURNAL-CHANGES (WS-RUN-SUB).
008630     MOVE ZERO TO RT-JOURNAL-DELETES (WS-RUN-SUB).
008640     MOVE 'N' TO RT-STATS-FLAG (WS-RUN-SUB).
008650     MOVE ZERO TO RT-STATS-NEW (WS-RUN-SUB).
008660     MOVE ZERO TO RT-STATS-CHANGED (WS-RUN-SUB).
008670     MOVE ZERO TO RT-STATS-DELETED (WS-RUN-SUB).
008680 4010-EXIT.
008690     EXIT.
008700*
008710 4100-FETCH-COIL.
008720     READ MASTER-FILE
008730         INVALID KEY
008740             SET COIL-NOT-FOUND TO TRUE
008750         NOT INVALID KEY
008760             SET COIL-FOUND TO TRUE
008770     END-READ.
008780 4100-EXIT.
008790     EXIT.
008800*
008810* ---------------------------------------------------------------
008820* 4200/4300/4400 - THE THREE WAYS A RECORD IS PUT ON OR TAKEN OFF
008830* THE MASTER.  A FAILURE IS COUNTED AND ITS FILE STATUS LEFT IN
008840* WS-MESSAGE FOR THE COIL LINE.
008850* ---------------------------------------------------------------
008860 4200-WRITE-MASTER.
008870     SET IO-OK TO TRUE.
008880     WRITE COIL-MASTER-RECORD
008890         INVALID KEY
008900             PERFORM 4500-NOTE-IO-FAILURE THRU 4500-EXIT
008910         NOT INVALID KEY
008920             ADD 1 TO WS-NEW-COUNT
008930     END-WRITE.
008940 4200-EXIT.
008950     EXIT.
008960*
008970 4300-REWRITE-MASTER.
008980     SET IO-OK TO TRUE.
008990     REWRITE COIL-MASTER-RECORD
009000         INVALID KEY
009010             PERFORM 4500-NOTE-IO-FAILURE THRU 4500-EXIT
009020         NOT INVALID KEY
009030             ADD 1 TO WS-CHANGED-COUNT
009040     END-REWRITE.
009050 4300-EXIT.
009060     EXIT.
009070*
009080 4400-DELETE-MASTER.
009090     SET IO-OK TO TRUE.
009100     DELETE MASTER-FILE RECORD
009110         INVALID KEY
009120             PERFORM 4500-NOTE-IO-FAILURE THRU 4500-EXIT
009130         NOT INVALID KEY
009140             ADD 1 TO WS-DELETED-COUNT
009150     END-DELETE.
009160 4400-EXIT.
009170     EXIT.
009180*
009190 4500-NOTE-IO-FAILURE.
009200     SET IO-FAILED TO TRUE.
009210     ADD 1 TO WS-IO-ERROR-COUNT.
009220     MOVE SPACES TO WS-MESSAGE.
009230     STRING "MASTER UPDATE FAILED - STATUS " DELIMITED BY SIZE
009240         WS-MASTER-STATUS DELIMITED BY SIZE
009250         INTO WS-MESSAGE.
009260 4500-EXIT.
009270     EXIT.
009280*
009290* ---------------------------------------------------------------
009300* 4800-WRITE-JOURNAL - A BACK-OUT IS A CHANGE TO THE MASTER LIKE
009310* ANY OTHER, SO IT GOES ON THE JOURNAL UNDER THIS RUN'S RUNSTATS
009320* DATE AND TIME AND CAN ITSELF BE REPLAYED OR BACKED OUT.  THE
009330* CALLER HAS SET THE KEY, ACTION AND IMAGES.
009340* ---------------------------------------------------------------
009350 4800-WRITE-JOURNAL.
009360     MOVE WS-RUN-DATE-8 TO MJ-RUN-DATE.
009370     MOVE WS-RUN-TIME TO MJ-RUN-TIME.
009380     MOVE "MASTRCV " TO MJ-PROGRAM-ID.
009390     MOVE SPACES TO MJ-BENCH-ID.
009400     CALL "MASTJRN" USING MASTER-JOURNAL-RECORD.
009410     ADD 1 TO WS-JOURNAL-WRITTEN-COUNT.
009420 4800-EXIT.
009430     EXIT.
009440*
009450 4900-PRINT-COIL-LINE.
009460     MOVE JI-COIL-ID TO CL-COIL-ID.
009470     MOVE JI-PROGRAM-ID TO CL-PROGRAM-ID.
009480     MOVE JI-RUN-DATE TO CL-RUN-DATE.
009490     MOVE JI-RUN-TIME TO CL-RUN-TIME.
009500     MOVE JI-ACTION TO CL-ACTION.
009510     PERFORM 4950-WRITE-COIL-LINE THRU 4950-EXIT.
009520 4900-EXIT.
009530     EXIT.
009540*
009550 4950-WRITE-COIL-LINE.
009560     MOVE WS-MESSAGE TO CL-MESSAGE.
009570     MOVE WS-COIL-LINE TO WS-PRINT-LINE.
009580     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
009590 4950-EXIT.
009600     EXIT.
009610*
009620* ---------------------------------------------------------------
009630* 5000-MATCH-RUNSTATS - ONE PASS OF THE RUN-STATISTICS FILE,
009640* PICKING UP THE RUN-CONTROL RECORD OF EVERY RUN IN THE TABLE.
009650* RUNSTATS IS CLOSED AGAIN BEFORE THIS RUN APPENDS ITS OWN.
009660* ---------------------------------------------------------------
009670 5000-MATCH-RUNSTATS.
009680     IF WS-RUN-COUNT = ZERO
009690         GO TO 5000-EXIT
009700     END-IF.
009710     OPEN INPUT RUN-STAT-FILE.
009720     IF WS-STAT-STATUS = "35"
009730         GO TO 5000-EXIT
009740     END-IF.
009750     SET EOF-NO TO TRUE.
009760     PERFORM 5100-READ-RUN-STAT THRU 5100-EXIT.
009770     PERFORM 5200-MATCH-RUN-STAT THRU 5200-EXIT
009780         UNTIL EOF-YES.
009790     CLOSE RUN-STAT-FILE.
009800 5000-EXIT.
009810     EXIT.
009820*
009830 5100-READ-RUN-STAT.
009840     READ RUN-STAT-FILE INTO STAT-IN-RECORD
009850         AT END
009860             SET EOF-YES TO TRUE
009870     END-READ.
009880 5100-EXIT.
009890     EXIT.
009900*
009910 5200-MATCH-RUN-STAT.
009920     MOVE SI-RUN-DATE TO SK-RUN-DATE.
009930     MOVE SI-RUN-TIME TO SK-RUN-TIME.
009940     MOVE SI-PROGRAM-ID TO SK-PROGRAM-ID.
009950     SET RT-IDX TO 1.
009960     SEARCH RT-ENTRY
009970         AT END
009980             CONTINUE
009990         WHEN RT-RUN-KEY (RT-IDX) = WS-STAT-KEY
010000             PERFORM 5300-STORE-RUN-STAT THRU 5300-EXIT
010010     END-SEARCH.
010020     PERFORM 5100-READ-RUN-STAT THRU 5100-EXIT.
010030 5200-EXIT.
010040     EXIT.
010050*
010060* A RUN-CONTROL RECORD WRITTEN BEFORE RS-MASTER-CHANGED AND
010070* RS-MASTER-DELETED EXISTED CARRIES SPACES THERE - READ AS ZERO.
010080 5300-STORE-RUN-STAT.
010090     MOVE 'Y' TO RT-STATS-FLAG (RT-IDX).
010100     IF SI-MASTER-NEW IS NUMERIC
010110         MOVE SI-MASTER-NEW TO RT-STATS-NEW (RT-IDX)
010120     END-IF.
010130     IF SI-MASTER-CHANGED IS NUMERIC
010140         MOVE SI-MASTER-CHANGED TO RT-STATS-CHANGED (RT-IDX)
010150     END-IF.
010160     IF SI-MASTER-DELETED IS NUMERIC
010170         MOVE SI-MASTER-DELETED TO RT-STATS-DELETED (RT-IDX)
010180     END-IF.
010190 5300-EXIT.
010200     EXIT.
010210*
010220* ---------------------------------------------------------------
010230* 5500-PRINT-RUNS - ONE LINE PER RUN: ITS JOURNAL ADDS, CHANGES
010240* AND DELETES AGAINST THE NEW, CHANGED AND DELETED COUNTS ON ITS
010250* RUNSTATS RECORD.  A RUN THAT DOES NOT TIE HAS LOST OR GAINED
010260* JOURNAL ENTRIES AND ITS RECOVERY SHOULD NOT BE TRUSTED BLIND.
010270* ---------------------------------------------------------------
010280 5500-PRINT-RUNS.
010290     IF RV-BACK-OUT
010300         MOVE "RUN BACKED OUT" TO SE-TITLE
010310     ELSE
010320         MOVE "RUNS REPLAYED" TO SE-TITLE
010330     END-IF.
010340     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
010350     MOVE WS-RUN-HEADING-1 TO WS-PRINT-LINE.
010360     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010370     MOVE WS-RUN-HEADING-2 TO WS-PRINT-LINE.
010380     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010390     PERFORM 5600-PRINT-RUN THRU 5600-EXIT
010400         VARYING WS-RUN-SUB FROM 1 BY 1
010410         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
010420     IF WS-RUN-COUNT = ZERO
010430         MOVE "  NONE" TO WS-PRINT-LINE
010440         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
010450     END-IF.
010460 5500-EXIT.
010470     EXIT.
010480*
010490 5600-PRINT-RUN.
010500     MOVE RT-PROGRAM-ID (WS-RUN-SUB) TO RL-PROGRAM-ID.
010510     MOVE RT-RUN-DATE (WS-RUN-SUB) TO RL-RUN-DATE.
010520     MOVE RT-RUN-TIME (WS-RUN-SUB) TO RL-RUN-TIME.
010530     MOVE RT-JOURNAL-ADDS (WS-RUN-SUB) TO RL-JOURNAL-ADDS.
010540     MOVE RT-JOURNAL-CHANGES (WS-RUN-SUB) TO RL-JOURNAL-CHANGES.
010550     MOVE RT-JOURNAL-DELETES (WS-RUN-SUB) TO RL-JOURNAL-DELETES.
010560     MOVE RT-STATS-NEW (WS-RUN-SUB) TO RL-STATS-NEW.
010570     MOVE RT-STATS-CHANGED (WS-RUN-SUB) TO RL-STATS-CHANGED.
010580     MOVE RT-STATS-DELETED (WS-RUN-SUB) TO RL-STATS-DELETED.
010590     EVALUATE TRUE
010600         WHEN NOT RT-STATS-FOUND (WS-RUN-SUB)
010610             MOVE "NO RUNSTATS" TO RL-TIE-OUT
010620             ADD 1 TO WS-UNTIED-COUNT
010630         WHEN RT-JOURNAL-ADDS (WS-RUN-SUB)
010640                 = RT-STATS-NEW (WS-RUN-SUB)
010650             AND RT-JOURNAL-CHANGES (WS-RUN-SUB)
010660                 = RT-STATS-CHANGED (WS-RUN-SUB)
010670             AND RT-JOURNAL-DELETES (WS-RUN-SUB)
010680                 = RT-STATS-DELETED (WS-RUN-SUB)
010690             MOVE "TIES" TO RL-TIE-OUT
010700             ADD 1 TO WS-TIED-COUNT
010710         WHEN OTHER
010720             MOVE "DOES NOT TIE" TO RL-TIE-OUT
010730             ADD 1 TO WS-UNTIED-COUNT
010740     END-EVALUATE.
010750     MOVE WS-RUN-LINE TO WS-PRINT-LINE.
010760     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
010770 5600-EXIT.
010780     EXIT.
010790*
010800* ---------------------------------------------------------------
010810* 6000-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
010820* LINE STAGED IN WS-PRINT-LINE.
010830* ---------------------------------------------------------------
010840 6000-WRITE-LINE.
010850     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
010860         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
010870     END-IF.
010880     WRITE REPORT-RECORD FROM WS-PRINT-LINE
010890         AFTER ADVANCING 1 LINE.
010900     ADD 1 TO WS-LINE-COUNT.
010910 6000-EXIT.
010920     EXIT.
010930*
010940 6100-WRITE-SECTION.
010950     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
010960         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
010970     END-IF.
010980     WRITE REPORT-RECORD FROM WS-SECTION-LINE
010990         AFTER ADVANCING 2 LINES.
011000     ADD 2 TO WS-LINE-COUNT.
011010 6100-EXIT.
011020     EXIT.
011030*
011040 6500-WRITE-HEADINGS.
011050     ADD 1 TO WS-PAGE-COUNT.
011060     MOVE WS-RUN-MM TO H1-RUN-MM.
011070     MOVE WS-RUN-DD TO H1-RUN-DD.
011080     MOVE WS-RUN-YY TO H1-RUN-YY.
011090     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
011100     WRITE REPORT-RECORD FROM WS-HEADING-1
011110         AFTER ADVANCING PAGE.
011120     MOVE ZERO TO WS-LINE-COUNT.
011130 6500-EXIT.
011140     EXIT.
011150*
011160* ---------------------------------------------------------------
011170* 7000-PRINT-SUMMARY - THE RECOVERY'S OWN TOTALS.  MASTER BEFORE
011180* PLUS ADDED LESS DELETED SHOULD EQUAL MASTER AFTER.
011190* ---------------------------------------------------------------
011200 7000-PRINT-SUMMARY.
011210     MOVE "SUMMARY" TO SE-TITLE.
011220     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
011230     MOVE "JOURNAL ENTRIES READ" TO SU-LABEL.
011240     MOVE WS-JOURNAL-READ-COUNT TO SU-COUNT.
011250     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011260     MOVE "  NOT SELECTED" TO SU-LABEL.
011270     MOVE WS-SKIPPED-COUNT TO SU-COUNT.
011280     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011290     MOVE "  ALREADY AS WANTED - NO CHANGE" TO SU-LABEL.
011300     MOVE WS-ALREADY-COUNT TO SU-COUNT.
011310     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011320     IF RV-BACK-OUT
011330         MOVE "COILS BACKED OUT" TO SU-LABEL
011340     ELSE
011350         MOVE "ENTRIES REPLAYED" TO SU-LABEL
011360     END-IF.
011370     MOVE WS-APPLIED-COUNT TO SU-COUNT.
011380     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011390     MOVE "  OUT OF STEP - APPLIED, LISTED" TO SU-LABEL.
011400     MOVE WS-OUT-OF-STEP-COUNT TO SU-COUNT.
011410     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011420     MOVE "CHANGED SINCE THE RUN - LEFT ALONE" TO SU-LABEL.
011430     MOVE WS-LEFT-ALONE-COUNT TO SU-COUNT.
011440     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011450     MOVE "MASTER UPDATE FAILURES" TO SU-LABEL.
011460     MOVE WS-IO-ERROR-COUNT TO SU-COUNT.
011470     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011480     MOVE "MASTER RECORDS BEFORE" TO SU-LABEL.
011490     MOVE WS-MASTER-IN-COUNT TO SU-COUNT.
011500     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011510     MOVE "  ADDED" TO SU-LABEL.
011520     MOVE WS-NEW-COUNT TO SU-COUNT.
011530     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011540     MOVE "  CHANGED" TO SU-LABEL.
011550     MOVE WS-CHANGED-COUNT TO SU-COUNT.
011560     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011570     MOVE "  DELETED" TO SU-LABEL.
011580     MOVE WS-DELETED-COUNT TO SU-COUNT.
011590     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011600     IF MASTER-OPEN
011610         PERFORM 7500-COUNT-MASTER THRU 7500-EXIT
011620         MOVE WS-MASTER-COUNT-WORK TO WS-MASTER-OUT-COUNT
011630     END-IF.
011640     MOVE "MASTER RECORDS AFTER" TO SU-LABEL.
011650     MOVE WS-MASTER-OUT-COUNT TO SU-COUNT.
011660     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011670     MOVE "RUNS THAT TIE TO RUNSTATS" TO SU-LABEL.
011680     MOVE WS-TIED-COUNT TO SU-COUNT.
011690     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011700     MOVE "RUNS THAT DO NOT TIE" TO SU-LABEL.
011710     MOVE WS-UNTIED-COUNT TO SU-COUNT.
011720     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011730     MOVE "JOURNAL ENTRIES WRITTEN" TO SU-LABEL.
011740     MOVE WS-JOURNAL-WRITTEN-COUNT TO SU-COUNT.
011750     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
011760 7000-EXIT.
011770     EXIT.
011780*
011790 7100-WRITE-SUMMARY.
011800     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
011810     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
011820 7100-EXIT.
011830     EXIT.
011840*
011850* ---------------------------------------------------------------
011860* 7500-COUNT-MASTER - COUNT THE RECORDS ON THE MASTER BY WALKING
011870* IT FRONT TO BACK IN KEY ORDER, AS MASTUPD DOES, ONCE BEFORE THE
011880* RECOVERY AND ONCE AFTER.
011890* ---------------------------------------------------------------
011900 7500-COUNT-MASTER.
011910     MOVE ZERO TO WS-MASTER-COUNT-WORK.
011920     SET SCAN-NOT-DONE TO TRUE.
011930     MOVE LOW-VALUES TO CM-COIL-ID.
011940     START MASTER-FILE KEY NOT < CM-COIL-ID
011950         INVALID KEY
011960             SET SCAN-DONE TO TRUE
011970     END-START.
011980     PERFORM 7600-COUNT-NEXT THRU 7600-EXIT
011990         UNTIL SCAN-DONE.
012000 7500-EXIT.
012010     EXIT.
012020*
012030 7600-COUNT-NEXT.
012040     READ MASTER-FILE NEXT
012050         AT END
012060             SET SCAN-DONE TO TRUE
012070         NOT AT END
012080             ADD 1 TO WS-MASTER-COUNT-WORK
012090     END-READ.
012100 7600-EXIT.
012110     EXIT.
012120*
012130* ---------------------------------------------------------------
012140* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
012150* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
012160* ---------------------------------------------------------------
012170 8000-TERMINATE.
012180     IF MASTER-OPEN
012190         CLOSE MASTER-FILE
012200     END-IF.
012210     CLOSE REPORT-FILE.
012220     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
012230     DISPLAY "COIL MASTER RECOVERY COMPLETE - " WS-APPLIED-COUNT
012240         " APPLIED, " WS-OUT-OF-STEP-COUNT " OUT OF STEP, "
012250         WS-LEFT-ALONE-COUNT " LEFT ALONE".
012260     DISPLAY "  " WS-TIED-COUNT " RUNS TIE TO RUNSTATS, "
012270         WS-UNTIED-COUNT " DO NOT".
012280 8000-EXIT.
012290     EXIT.
012300*
012310* ---------------------------------------------------------------
012320* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS.  ONLY A
012330* BACK-OUT IS JOURNALED, SO ONLY A BACK-OUT REPORTS ITS MASTER
012340* ADDS, CHANGES AND DELETES WHERE A LATER RECOVERY WILL TIE THEM.
012350* A ROLL FORWARD REPLAYS CHANGES THEIR OWN RUNS HAVE COUNTED.
012360* ---------------------------------------------------------------
012370 8600-WRITE-RUN-STATS.
012380     MOVE SPACES TO RUN-STAT-RECORD.
012390     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
012400     MOVE WS-RUN-TIME TO RS-RUN-TIME.
012410     MOVE "MASTRCV " TO RS-PROGRAM-ID.
012420     MOVE WS-JOURNAL-READ-COUNT TO RS-RECORDS-READ.
012430     MOVE WS-APPLIED-COUNT TO RS-ACCEPTED.
012440     COMPUTE RS-REJECTED = WS-OUT-OF-STEP-COUNT
012450         + WS-LEFT-ALONE-COUNT + WS-IO-ERROR-COUNT.
012460     MOVE ZERO TO RS-OUT-OF-SPEC.
012470     MOVE WS-JOURNAL-WRITTEN-COUNT TO RS-TRANS-WRITTEN.
012480     MOVE WS-MASTER-IN-COUNT TO RS-MASTER-IN.
012490     MOVE WS-MASTER-OUT-COUNT TO RS-MASTER-OUT.
012500     IF RV-BACK-OUT
012510         MOVE WS-NEW-COUNT TO RS-MASTER-NEW
012520         MOVE WS-CHANGED-COUNT TO RS-MASTER-CHANGED
012530         MOVE WS-DELETED-COUNT TO RS-MASTER-DELETED
012540     ELSE
012550         MOVE ZERO TO RS-MASTER-NEW
012560         MOVE ZERO TO RS-MASTER-CHANGED
012570         MOVE ZERO TO RS-MASTER-DELETED
012580     END-IF.
012590     CALL "RUNLOG" USING RUN-STAT-RECORD.
012600 8600-EXIT.
012610     EXIT.
