000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ORDLOAD.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - INBOUND INTERFACE FROM THE PLANT
000100*                     SYSTEM.  LOADS THE DAILY PRODUCTION-ORDER
000110*                     FILE (PRODORD - HEADER, ONE DETAIL PER NEWLY
000120*                     WOUND COIL, TRAILER WITH COUNT AND HASH) AND
000130*                     REGISTERS EACH NEW COIL ON THE COIL MASTER
000140*                     (COILMAST) WITH ITS PART NUMBER, LOT AND
000150*                     NOMINAL DIAMETER, LENGTH AND CURRENT, STATUS
000160*                     N (REGISTERED, NOT YET TESTED) AND NO
000170*                     READINGS, SO WORKBLD CAN PUT IT ON THE NEXT
000180*                     SHIFT'S COILIN AS A FIRST-ARTICLE TEST
000190*                     INSTEAD OF THE BENCH HAND-TYPING IT.  THE
000200*                     FILE IS BALANCED AGAINST ITS TRAILER FIRST,
000210*                     THE SAME WAY THE QUALITY EXTRACT (QEXTRACT)
000220*                     IS BALANCED ON THE RECEIVING SIDE - AN
000230*                     OUT-OF-BALANCE FILE LOADS NOTHING.  A COIL
000240*                     ALREADY ON THE MASTER OR REPEATED IN THE
000250*                     FILE, OR WHOSE PART IS NOT ON SPECMAST
000260*                     (SPECCHK, AS OF THE BUSINESS DATE), IS
000270*                     REJECTED.  EVERY COIL, REGISTERED OR
000280*                     REJECTED, GOES ON THE LOAD LISTING (ORDLIST)
000290*                     WITH ITS DISPOSITION.
000300*    2026-10-15  DPO  EVERY COIL REGISTERED IS JOURNALED AS AN ADD
000301*                     (MASTJRNL, VIA MASTJRN) FOR FORWARD RECOVERY
000302*                     (MASTRCV).
000303*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   GNUCOBOL.
000340 OBJECT-COMPUTER.   GNUCOBOL.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PROD-ORDER-FILE ASSIGN TO "PRODORD"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ORDER-STATUS.
000400     SELECT MASTER-FILE ASSIGN TO "COILMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS CM-COIL-ID
000440         FILE STATUS IS WS-MASTER-STATUS.
000450     SELECT LISTING-FILE ASSIGN TO "ORDLIST"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PROD-ORDER-FILE
000510     RECORDING MODE IS F.
000520     COPY PRODORD.
000530*
000540 FD  MASTER-FILE.
000550     COPY COILMAST.
000560*
000570 FD  LISTING-FILE
000580     RECORDING MODE IS F.
000590 01  LISTING-RECORD              PIC X(80).
000600*
000610 WORKING-STORAGE SECTION.
000620 77  WS-ORDER-STATUS          PIC X(02).
000630 77  WS-MASTER-STATUS         PIC X(02).
000640 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
000650 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000660 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
000670 77  WS-RECORD-COUNT          PIC 9(07) VALUE ZERO.
000680 77  WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
000690 77  WS-HEADER-COUNT          PIC 9(05) VALUE ZERO.
000700 77  WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
000710 77  WS-HASH-TOTAL            PIC 9(11)V99 VALUE ZERO.
000720 77  WS-TRAILER-DETAIL-COUNT  PIC 9(07) VALUE ZERO.
000730 77  WS-TRAILER-HASH-TOTAL    PIC 9(11)V99 VALUE ZERO.
000740 77  WS-REGISTERED-COUNT      PIC 9(05) VALUE ZERO.
000750 77  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
000760 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
000770 77  WS-SOURCE-SYSTEM         PIC X(08) VALUE SPACE.
000780 77  WS-RUN-DATE-8            PIC 9(08).
000790 77  WS-RUN-TIME              PIC 9(08).
000800 77  WS-SUB                   PIC 9(03).
000810 77  WS-TABLE-MAX             PIC 9(03) VALUE 500.
000820 77  WS-LOADED-COUNT          PIC 9(03) VALUE ZERO.
000830*
000840* SPECCHK IS ONLY ASKED WHETHER THE PART EXISTS - THE READING IT
000850* JUDGES IS A ZERO PLACEHOLDER AND THE IN/OUT-OF-SPEC ANSWER IS
000860* IGNORED.
000870*
000880 77  WS-CHECK-FLUX            PIC 9(04)V9999 VALUE ZERO.
000890 77  WS-SPEC-LOW-LIMIT        PIC 9(04)V9999.
000900 77  WS-SPEC-HIGH-LIMIT       PIC 9(04)V9999.
000910 77  WS-SPEC-CERT-REQUIRED    PIC 9(01).
000920 77  WS-SPEC-RETURN-CODE      PIC 9(02).
000930     88  SPEC-PART-NOT-FOUND          VALUE 02.
000940*
000950 01  WS-SWITCHES.
000960     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000970         88  EOF-YES                    VALUE 'Y'.
000980         88  EOF-NO                     VALUE 'N'.
000990     05  WS-BALANCE-SWITCH    PIC X(01) VALUE 'N'.
001000         88  FILE-IN-BALANCE            VALUE 'Y'.
001010         88  FILE-OUT-OF-BALANCE        VALUE 'N'.
001020     05  WS-PRESENT-SWITCH    PIC X(01) VALUE 'N'.
001030         88  ORDER-FILE-PRESENT         VALUE 'Y'.
001040         88  ORDER-FILE-MISSING         VALUE 'N'.
001050     05  WS-COIL-FOUND-SWITCH PIC X(01) VALUE 'N'.
001060         88  COIL-FOUND                 VALUE 'Y'.
001070         88  COIL-NOT-FOUND             VALUE 'N'.
001080     05  WS-REGISTER-SWITCH   PIC X(01) VALUE 'N'.
001090         88  COIL-REGISTERED            VALUE 'Y'.
001100         88  COIL-NOT-REGISTERED        VALUE 'N'.
001110*
001120* EVERY COIL REGISTERED THIS RUN, SO A COIL THE PLANT SENT TWICE
001130* IN ONE FILE IS REPORTED AS A REPEAT RATHER THAN AS A COIL THAT
001140* WAS ALREADY ON THE MASTER.
001150*
001160 01  LOADED-COIL-TABLE.
001170     05  LCT-COIL-ID OCCURS 500 TIMES
001180                              PIC X(06).
001190*
001200 01  WS-BALANCE-REASON        PIC X(40) VALUE SPACE.
001210 01  WS-DISPOSITION           PIC X(40) VALUE SPACE.
001220*
001230 01  WS-RUN-DATE.
001240     05  WS-RUN-YY            PIC 9(02).
001250     05  WS-RUN-MM            PIC 9(02).
001260     05  WS-RUN-DD            PIC 9(02).
001270*
001280     COPY RUNSTAT.
001290*
001293     COPY MASTJRNL.
001296*
001300 01  WS-HEADING-1.
001310     05  FILLER               PIC X(01) VALUE SPACE.
001320     05  FILLER               PIC X(26) VALUE
001330         "PRODUCTION ORDER LOAD     ".
001340     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
001350     05  H1-RUN-MM            PIC 99.
001360     05  FILLER               PIC X(01) VALUE "/".
001370     05  H1-RUN-DD            PIC 99.
001380     05  FILLER               PIC X(01) VALUE "/".
001390     05  H1-RUN-YY            PIC 99.
001400     05  FILLER               PIC X(08) VALUE "  PAGE  ".
001410     05  H1-PAGE-NO           PIC ZZZ9.
001420     05  FILLER               PIC X(22) VALUE SPACE.
001430*
001440 01  WS-SECTION-LINE.
001450     05  FILLER               PIC X(01) VALUE SPACE.
001460     05  SE-TITLE             PIC X(40).
001470     05  FILLER               PIC X(39) VALUE SPACE.
001480*
001490 01  WS-HEADER-LINE.
001500     05  FILLER               PIC X(01) VALUE SPACE.
001510     05  FILLER               PIC X(15) VALUE "BUSINESS DATE  ".
001520     05  HL-BUSINESS-DATE     PIC 9999/99/99.
001530     05  FILLER               PIC X(10) VALUE "  SOURCE  ".
001540     05  HL-SOURCE-SYSTEM     PIC X(08).
001550     05  FILLER               PIC X(36) VALUE SPACE.
001560*
001570 01  WS-COUNT-LINE.
001580     05  FILLER               PIC X(01) VALUE SPACE.
001590     05  FILLER               PIC X(15) VALUE "DETAIL COUNT   ".
001600     05  FILLER               PIC X(09) VALUE "TRAILER  ".
001610     05  CL-TRAILER-COUNT     PIC Z,ZZZ,ZZ9.
001620     05  FILLER               PIC X(11) VALUE "   COUNTED ".
001630     05  CL-COUNTED           PIC Z,ZZZ,ZZ9.
001640     05  FILLER               PIC X(26) VALUE SPACE.
001650*
001660 01  WS-HASH-LINE.
001670     05  FILLER               PIC X(01) VALUE SPACE.
001680     05  FILLER               PIC X(15) VALUE "HASH TOTAL     ".
001690     05  FILLER               PIC X(09) VALUE "TRAILER  ".
001700     05  HT-TRAILER-HASH      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001710     05  FILLER               PIC X(11) VALUE "   COUNTED ".
001720     05  HT-COMPUTED-HASH     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001730     05  FILLER               PIC X(10) VALUE SPACE.
001740*
001750 01  WS-RESULT-LINE.
001760     05  FILLER               PIC X(01) VALUE SPACE.
001770     05  RL-RESULT            PIC X(30).
001780     05  RL-REASON            PIC X(40).
001790     05  FILLER               PIC X(09) VALUE SPACE.
001800*
001810 01  WS-HEADING-2.
001820     05  FILLER               PIC X(01) VALUE SPACE.
001830     05  FILLER               PIC X(08) VALUE "COIL    ".
001840     05  FILLER               PIC X(08) VALUE "PART    ".
001850     05  FILLER               PIC X(10) VALUE "LOT       ".
001860     05  FILLER               PIC X(10) VALUE "ORDER     ".
001870     05  FILLER               PIC X(43) VALUE "DISPOSITION".
001880*
001890 01  WS-DETAIL-LINE.
001900     05  FILLER               PIC X(01) VALUE SPACE.
001910     05  DL-COIL-ID           PIC X(06).
001920     05  FILLER               PIC X(02) VALUE SPACE.
001930     05  DL-PART-NUMBER       PIC X(06).
001940     05  FILLER               PIC X(02) VALUE SPACE.
001950     05  DL-LOT-NUMBER        PIC X(08).
001960     05  FILLER               PIC X(02) VALUE SPACE.
001970     05  DL-ORDER-NUMBER      PIC X(08).
001980     05  FILLER               PIC X(02) VALUE SPACE.
001990     05  DL-DISPOSITION       PIC X(40).
002000     05  FILLER               PIC X(03) VALUE SPACE.
002010*
002020 01  WS-SUMMARY-LINE.
002030     05  FILLER               PIC X(01) VALUE SPACE.
002040     05  SU-LABEL             PIC X(40).
002050     05  SU-COUNT             PIC ZZ,ZZ9.
002060     05  FILLER               PIC X(33) VALUE SPACE.
002070*
002080 01  WS-PRINT-LINE            PIC X(80).
002090*
002100 PROCEDURE DIVISION.
002110*
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     IF ORDER-FILE-PRESENT
002150         PERFORM 2000-BALANCE-FILE THRU 2000-EXIT
002160         IF FILE-IN-BALANCE
002170             PERFORM 3000-REGISTER-COILS THRU 3000-EXIT
002180         ELSE
002190             MOVE WS-DETAIL-COUNT TO WS-REJECTED-COUNT
002200         END-IF
002210         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002220     END-IF.
002230     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002240     STOP RUN.
002250*
002260* ---------------------------------------------------------------
002270* 1000-INITIALIZE - OPEN THE LISTING AND LOOK FOR TODAY'S
002280* PRODUCTION-ORDER FILE.  NO FILE MEANS THE PLANT SENT NOTHING -
002290* SAY SO AND FINISH CLEANLY, LOADING NOTHING.
002300* ---------------------------------------------------------------
002310 1000-INITIALIZE.
002320     OPEN OUTPUT LISTING-FILE.
002330     ACCEPT WS-RUN-DATE FROM DATE.
002340     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
002350     ACCEPT WS-RUN-TIME FROM TIME.
002360     MOVE 99 TO WS-LINE-COUNT.
002370     MOVE SPACES TO LOADED-COIL-TABLE.
002380     OPEN INPUT PROD-ORDER-FILE.
002390     IF WS-ORDER-STATUS = "35"
002400         SET ORDER-FILE-MISSING TO TRUE
002410         DISPLAY "ORDLOAD - WARNING - NO PRODUCTION-ORDER FILE - "
002420             "NOTHING TO LOAD"
002430         MOVE "NO PRODUCTION-ORDER FILE - NOTHING LOADED"
002440             TO SE-TITLE
002450         PERFORM 6100-WRITE-SECTION THRU 6100-EXIT
002460     ELSE
002470         SET ORDER-FILE-PRESENT TO TRUE
002480     END-IF.
002490 1000-EXIT.
002500     EXIT.
002510*
002520* ---------------------------------------------------------------
002530* 2000-BALANCE-FILE - FIRST PASS.  READ THE WHOLE FILE, COUNTING
002540* THE DETAILS AND HASHING THEIR NOMINAL DIAMETER, LENGTH AND
002550* CURRENT, AND PROVE IT AGAINST THE TRAILER.  THE FILE MUST START
002560* WITH ONE HEADER AND END WITH ONE TRAILER.  ANY BREAK IN THAT
002570* REJECTS THE WHOLE FILE - A PARTIAL OR GARBLED TRANSMISSION IS
002580* SENT AGAIN BY THE PLANT, NOT PATCHED HERE.
002590* ---------------------------------------------------------------
002600 2000-BALANCE-FILE.
002610     MOVE "FILE BALANCING" TO SE-TITLE.
002620     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
002630     MOVE SPACES TO WS-BALANCE-REASON.
002640     SET EOF-NO TO TRUE.
002650     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
002660     IF EOF-YES
002670         MOVE "FILE IS EMPTY" TO WS-BALANCE-REASON
002680     ELSE
002690         IF NOT PH-HEADER
002700             MOVE "FIRST RECORD IS NOT A HEADER"
002710                 TO WS-BALANCE-REASON
002720         ELSE
002730             ADD 1 TO WS-HEADER-COUNT
002740             MOVE PH-BUSINESS-DATE TO WS-BUSINESS-DATE
002750             MOVE PH-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
002760             PERFORM 2100-READ-ORDER THRU 2100-EXIT
002770             PERFORM 2200-TALLY-RECORD THRU 2200-EXIT
002780                 UNTIL EOF-YES
002790         END-IF
002800     END-IF.
002810     CLOSE PROD-ORDER-FILE.
002820     PERFORM 2500-CHECK-TOTALS THRU 2500-EXIT.
002830     PERFORM 2600-PRINT-BALANCE THRU 2600-EXIT.
002840 2000-EXIT.
002850     EXIT.
002860*
002870 2100-READ-ORDER.
002880     READ PROD-ORDER-FILE
002890         AT END
002900             SET EOF-YES TO TRUE
002910         NOT AT END
002920             ADD 1 TO WS-RECORD-COUNT
002930     END-READ.
002940 2100-EXIT.
002950     EXIT.
002960*
002970* ---------------------------------------------------------------
002980* 2200-TALLY-RECORD - ONE RECORD AFTER THE HEADER.  ONLY THE FIRST
002990* BREAK FOUND IS KEPT AS THE REASON; THE COUNTING GOES ON SO THE
003000* LISTING STILL SHOWS WHAT THE FILE HELD.  A NON-NUMERIC NOMINAL
003010* FIELD ADDS NOTHING TO THE HASH - IF THE PLANT HASHED SOMETHING
003020* THERE THE FILE WILL NOT BALANCE.
003030* ---------------------------------------------------------------
003040 2200-TALLY-RECORD.
003050     IF WS-TRAILER-COUNT > ZERO
003060             AND WS-BALANCE-REASON = SPACE
003070         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-BALANCE-REASON
003080     END-IF.
003090     EVALUATE TRUE
003100         WHEN PD-DETAIL
003110             ADD 1 TO WS-DETAIL-COUNT
003120             IF PD-DIAMETER IS NUMERIC
003130                 ADD PD-DIAMETER TO WS-HASH-TOTAL
003140             END-IF
003150             IF PD-LENGTH IS NUMERIC
003160                 ADD PD-LENGTH TO WS-HASH-TOTAL
003170             END-IF
003180             IF PD-CURRENT IS NUMERIC
003190                 ADD PD-CURRENT TO WS-HASH-TOTAL
003200             END-IF
003210         WHEN PT-TRAILER
003220             ADD 1 TO WS-TRAILER-COUNT
003230             IF PT-DETAIL-COUNT IS NUMERIC
003240                     AND PT-HASH-TOTAL IS NUMERIC
003250                 MOVE PT-DETAIL-COUNT TO WS-TRAILER-DETAIL-COUNT
003260                 MOVE PT-HASH-TOTAL TO WS-TRAILER-HASH-TOTAL
003270             ELSE
003280                 IF WS-BALANCE-REASON = SPACE
003290                     MOVE "TRAILER TOTALS NOT NUMERIC"
003300                         TO WS-BALANCE-REASON
003310                 END-IF
003320             END-IF
003330         WHEN PH-HEADER
003340             ADD 1 TO WS-HEADER-COUNT
003350             IF WS-BALANCE-REASON = SPACE
003360                 MOVE "MORE THAN ONE HEADER" TO WS-BALANCE-REASON
003370             END-IF
003380         WHEN OTHER
003390             IF WS-BALANCE-REASON = SPACE
003400                 MOVE "RECORD TYPE NOT H, D OR T"
003410                     TO WS-BALANCE-REASON
003420             END-IF
003430     END-EVALUATE.
003440     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
003450 2200-EXIT.
003460     EXIT.
003470*
003480* ---------------------------------------------------------------
003490* 2500-CHECK-TOTALS - A FILE WITH NO STRUCTURAL BREAK IS IN
003500* BALANCE WHEN ITS TRAILER'S COUNT AND HASH BOTH AGREE WITH WHAT
003510* WAS COUNTED.
003520* ---------------------------------------------------------------
003530 2500-CHECK-TOTALS.
003540     SET FILE-OUT-OF-BALANCE TO TRUE.
003550     IF WS-BALANCE-REASON NOT = SPACE
003560         GO TO 2500-EXIT
003570     END-IF.
003580     IF WS-TRAILER-COUNT = ZERO
003590         MOVE "NO TRAILER RECORD" TO WS-BALANCE-REASON
003600         GO TO 2500-EXIT
003610     END-IF.
003620     IF WS-TRAILER-DETAIL-COUNT NOT = WS-DETAIL-COUNT
003630         MOVE "DETAIL COUNT DOES NOT AGREE WITH TRAILER"
003640             TO WS-BALANCE-REASON
003650         GO TO 2500-EXIT
003660     END-IF.
003670     IF WS-TRAILER-HASH-TOTAL NOT = WS-HASH-TOTAL
003680         MOVE "HASH TOTAL DOES NOT AGREE WITH TRAILER"
003690             TO WS-BALANCE-REASON
003700         GO TO 2500-EXIT
003710     END-IF.
003720     SET FILE-IN-BALANCE TO TRUE.
003730 2500-EXIT.
003740     EXIT.
003750*
003760 2600-PRINT-BALANCE.
003770     MOVE WS-BUSINESS-DATE TO HL-BUSINESS-DATE.
003780     MOVE WS-SOURCE-SYSTEM TO HL-SOURCE-SYSTEM.
003790     MOVE WS-HEADER-LINE TO WS-PRINT-LINE.
003800     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003810     MOVE WS-TRAILER-DETAIL-COUNT TO CL-TRAILER-COUNT.
003820     MOVE WS-DETAIL-COUNT TO CL-COUNTED.
003830     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
003840     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003850     MOVE WS-TRAILER-HASH-TOTAL TO HT-TRAILER-HASH.
003860     MOVE WS-HASH-TOTAL TO HT-COMPUTED-HASH.
003870     MOVE WS-HASH-LINE TO WS-PRINT-LINE.
003880     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
003890     IF FILE-IN-BALANCE
003900         MOVE "IN BALANCE - LOADING" TO RL-RESULT
003910         MOVE SPACES TO RL-REASON
003920     ELSE
003930         MOVE "OUT OF BALANCE - NOT LOADED - " TO RL-RESULT
003940         MOVE WS-BALANCE-REASON TO RL-REASON
003950         DISPLAY "ORDLOAD - PRODUCTION-ORDER FILE OUT OF BALANCE"
003960             " - " WS-BALANCE-REASON
003970     END-IF.
003980     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
003990     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004000 2600-EXIT.
004010     EXIT.
004020*
004030* ---------------------------------------------------------------
004040* 3000-REGISTER-COILS - SECOND PASS, ONLY FOR A BALANCED FILE.
004050* OPEN THE MASTER (CREATING IT EMPTY IF NO COIL HAS EVER BEEN
004060* TESTED, THE SAME WAY MASTUPD BOOTSTRAPS IT) AND REGISTER OR
004070* REJECT EACH DETAIL COIL.
004080* ---------------------------------------------------------------
004090 3000-REGISTER-COILS.
004100     OPEN I-O MASTER-FILE.
004110     IF WS-MASTER-STATUS = "35"
004120         OPEN OUTPUT MASTER-FILE
004130         CLOSE MASTER-FILE
004140         OPEN I-O MASTER-FILE
004150     END-IF.
004160     MOVE "COIL REGISTRATIONS" TO SE-TITLE.
004170     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
004180     MOVE WS-HEADING-2 TO WS-PRINT-LINE.
004190     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004200     OPEN INPUT PROD-ORDER-FILE.
004210     SET EOF-NO TO TRUE.
004220     PERFORM 3100-READ-DETAIL THRU 3100-EXIT.
004230     PERFORM 3200-REGISTER-ONE-COIL THRU 3200-EXIT
004240         UNTIL EOF-YES.
004250     CLOSE PROD-ORDER-FILE.
004260     CLOSE MASTER-FILE.
004270 3000-EXIT.
004280     EXIT.
004290*
004300* ---------------------------------------------------------------
004310* 3100-READ-DETAIL - NEXT DETAIL RECORD, STEPPING OVER THE HEADER
004320* AND TRAILER (ALREADY PROVED IN THE FIRST PASS).
004330* ---------------------------------------------------------------
004340 3100-READ-DETAIL.
004350     READ PROD-ORDER-FILE
004360         AT END
004370             SET EOF-YES TO TRUE
004380     END-READ.
004390     IF EOF-NO AND NOT PD-DETAIL
004400         GO TO 3100-READ-DETAIL
004410     END-IF.
004420 3100-EXIT.
004430     EXIT.
004440*
004450 3200-REGISTER-ONE-COIL.
004460     MOVE PD-COIL-ID TO DL-COIL-ID.
004470     MOVE PD-PART-NUMBER TO DL-PART-NUMBER.
004480     MOVE PD-LOT-NUMBER TO DL-LOT-NUMBER.
004490     MOVE PD-ORDER-NUMBER TO DL-ORDER-NUMBER.
004500     SET COIL-NOT-REGISTERED TO TRUE.
004510     PERFORM 3300-EDIT-DETAIL THRU 3300-EXIT.
004520     IF WS-DISPOSITION = SPACE
004530         PERFORM 3500-WRITE-MASTER THRU 3500-EXIT
004540     END-IF.
004550     IF COIL-NOT-REGISTERED
004560         ADD 1 TO WS-REJECTED-COUNT
004570     END-IF.
004580     MOVE WS-DISPOSITION TO DL-DISPOSITION.
004590     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
004600     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004610     PERFORM 3100-READ-DETAIL THRU 3100-EXIT.
004620 3200-EXIT.
004630     EXIT.
004640*
004650* ---------------------------------------------------------------
004660* 3300-EDIT-DETAIL - A BLANK DISPOSITION COMING OUT OF HERE MEANS
004670* THE COIL PASSED EVERY EDIT.  A COIL ALREADY ON THE MASTER IS
004680* NEVER OVERLAID - ITS READINGS AND STATUS BELONG TO THE BENCH
004690* AND QA NOW, NOT THE PLANT.  THE PART MUST HAVE A SPEC REVISION
004700* IN EFFECT ON THE BUSINESS DATE, OR THE COIL COULD NEVER BE
004710* JUDGED; THE NOMINAL MEASUREMENTS MUST BE USABLE, OR WORKBLD
004720* COULD NOT CUT A COILIN RECORD FROM THEM.
004730* ---------------------------------------------------------------
004740 3300-EDIT-DETAIL.
004750     MOVE SPACES TO WS-DISPOSITION.
004760     IF PD-COIL-ID = SPACE
004770         MOVE "REJECTED - COIL ID MISSING" TO WS-DISPOSITION
004780         GO TO 3300-EXIT
004790     END-IF.
004800     PERFORM 3350-MATCH-LOADED-COIL THRU 3350-EXIT
004810         VARYING WS-SUB FROM 1 BY 1
004820         UNTIL WS-SUB > WS-LOADED-COUNT
004830             OR WS-DISPOSITION NOT = SPACE.
004840     IF WS-DISPOSITION NOT = SPACE
004850         GO TO 3300-EXIT
004860     END-IF.
004870     PERFORM 4000-FETCH-COIL THRU 4000-EXIT.
004880     IF COIL-FOUND
004890         MOVE "REJECTED - DUPLICATE, COIL ALREADY ON MASTER"
004900             TO WS-DISPOSITION
004910         GO TO 3300-EXIT
004920     END-IF.
004930     CALL "SPECCHK" USING PD-PART-NUMBER WS-CHECK-FLUX
004940         WS-BUSINESS-DATE WS-SPEC-LOW-LIMIT WS-SPEC-HIGH-LIMIT
004950         WS-SPEC-CERT-REQUIRED WS-SPEC-RETURN-CODE.
004960     IF SPEC-PART-NOT-FOUND
004970         MOVE "REJECTED - PART NUMBER NOT ON SPECMAST"
004980             TO WS-DISPOSITION
004990         GO TO 3300-EXIT
005000     END-IF.
005010     IF (PD-UOM-FLAG NOT = 'M' AND PD-UOM-FLAG NOT = 'I')
005020             OR PD-DIAMETER IS NOT NUMERIC
005030             OR PD-DIAMETER = ZERO
005040             OR PD-LENGTH IS NOT NUMERIC
005050             OR PD-LENGTH = ZERO
005060             OR PD-CURRENT IS NOT NUMERIC
005070             OR PD-CURRENT = ZERO
005080         MOVE "REJECTED - NOMINAL MEASUREMENTS UNUSABLE"
005090             TO WS-DISPOSITION
005100     END-IF.
005110 3300-EXIT.
005120     EXIT.
005130*
005140 3350-MATCH-LOADED-COIL.
005150     IF LCT-COIL-ID (WS-SUB) = PD-COIL-ID
005160         MOVE "REJECTED - DUPLICATE, COIL REPEATED IN FILE"
005170             TO WS-DISPOSITION
005180     END-IF.
005190 3350-EXIT.
005200     EXIT.
005210*
005220* ---------------------------------------------------------------
005230* 3500-WRITE-MASTER - REGISTER THE COIL: NOMINAL MEASUREMENTS IN
005240* THE MEASUREMENT FIELDS, NO READINGS, STATUS N DATED THE
005250* BUSINESS DATE AND SIGNED WITH THE SOURCE SYSTEM THAT SENT IT.
005260* ---------------------------------------------------------------
005270 3500-WRITE-MASTER.
005280     MOVE SPACES TO COIL-MASTER-RECORD.
005290     MOVE PD-COIL-ID TO CM-COIL-ID.
005300     MOVE PD-PART-NUMBER TO CM-PART-NUMBER.
005310     MOVE PD-DIAMETER TO CM-DIAMETER.
005320     MOVE PD-LENGTH TO CM-LENGTH.
005330     MOVE PD-CURRENT TO CM-CURRENT.
005340     MOVE PD-UOM-FLAG TO CM-UOM-FLAG.
005350     MOVE ZERO TO CM-HISTORY-COUNT.
005360     PERFORM 3550-CLEAR-HISTORY THRU 3550-EXIT
005370         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
005380     SET CM-STATUS-REGISTERED TO TRUE.
005390     MOVE WS-BUSINESS-DATE TO CM-STATUS-DATE.
005400     MOVE WS-SOURCE-SYSTEM TO CM-STATUS-REVIEWER.
005410     MOVE PD-LOT-NUMBER TO CM-LOT-NUMBER.
005420     WRITE COIL-MASTER-RECORD
005430         INVALID KEY
005440             MOVE "REJECTED - DUPLICATE, COIL ALREADY ON MASTER"
005450                 TO WS-DISPOSITION
005460         NOT INVALID KEY
005470             SET COIL-REGISTERED TO TRUE
005480             MOVE "REGISTERED - FIRST ARTICLE DUE"
005490                 TO WS-DISPOSITION
005500             ADD 1 TO WS-REGISTERED-COUNT
005510             PERFORM 3600-REMEMBER-COIL THRU 3600-EXIT
005514             PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT
005520     END-WRITE.
005530 3500-EXIT.
005540     EXIT.
005550*
005560 3550-CLEAR-HISTORY.
005570     MOVE ZERO TO CM-HIST-DATE (WS-SUB).
005580     MOVE ZERO TO CM-HIST-FLUX (WS-SUB).
005590 3550-EXIT.
005600     EXIT.
005610*
005620 3600-REMEMBER-COIL.
005630     IF WS-LOADED-COUNT < WS-TABLE-MAX
005640         ADD 1 TO WS-LOADED-COUNT
005650         MOVE PD-COIL-ID TO LCT-COIL-ID (WS-LOADED-COUNT)
005660     END-IF.
005670 3600-EXIT.
005671     EXIT.
005672*
005673* ---------------------------------------------------------------
005674* 3700-WRITE-JOURNAL - AN ADD: NO BEFORE IMAGE, THE NEW RECORD AS
005675* THE AFTER IMAGE, UNDER THIS RUN'S RUNSTATS DATE AND TIME, FOR
005676* FORWARD RECOVERY (MASTRCV).
005677* ---------------------------------------------------------------
005678 3700-WRITE-JOURNAL.
005679     MOVE WS-RUN-DATE-8 TO MJ-RUN-DATE.
005680     MOVE WS-RUN-TIME TO MJ-RUN-TIME.
005681     MOVE "ORDLOAD " TO MJ-PROGRAM-ID.
005682     MOVE SPACES TO MJ-BENCH-ID.
005683     MOVE CM-COIL-ID TO MJ-COIL-ID.
005684     SET MJ-ACTION-ADD TO TRUE.
005685     MOVE SPACES TO MJ-BEFORE-IMAGE.
005686     MOVE COIL-MASTER-RECORD TO MJ-AFTER-IMAGE.
005687     CALL "MASTJRN" USING MASTER-JOURNAL-RECORD.
005688 3700-EXIT.
005689     EXIT.
005690*
005700* ---------------------------------------------------------------
005710* 4000-FETCH-COIL - READ THE MASTER RECORD FOR THE CURRENT DETAIL
005720* COIL DIRECTLY BY KEY.
005730* ---------------------------------------------------------------
005740 4000-FETCH-COIL.
005750     MOVE PD-COIL-ID TO CM-COIL-ID.
005760     READ MASTER-FILE
005770         INVALID KEY
005780             SET COIL-NOT-FOUND TO TRUE
005790         NOT INVALID KEY
005800             SET COIL-FOUND TO TRUE
005810     END-READ.
005820 4000-EXIT.
005830     EXIT.
005840*
005850* ---------------------------------------------------------------
005860* 6000-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
005870* LINE STAGED IN WS-PRINT-LINE.
005880* ---------------------------------------------------------------
005890 6000-WRITE-LINE.
005900     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
005910         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
005920     END-IF.
005930     WRITE LISTING-RECORD FROM WS-PRINT-LINE
005940         AFTER ADVANCING 1 LINE.
005950     ADD 1 TO WS-LINE-COUNT.
005960 6000-EXIT.
005970     EXIT.
005980*
005990 6100-WRITE-SECTION.
006000     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
006010         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
006020     END-IF.
006030     WRITE LISTING-RECORD FROM WS-SECTION-LINE
006040         AFTER ADVANCING 2 LINES.
006050     ADD 2 TO WS-LINE-COUNT.
006060 6100-EXIT.
006070     EXIT.
006080*
006090 6500-WRITE-HEADINGS.
006100     ADD 1 TO WS-PAGE-COUNT.
006110     MOVE WS-RUN-MM TO H1-RUN-MM.
006120     MOVE WS-RUN-DD TO H1-RUN-DD.
006130     MOVE WS-RUN-YY TO H1-RUN-YY.
006140     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
006150     WRITE LISTING-RECORD FROM WS-HEADING-1
006160         AFTER ADVANCING PAGE.
006170     MOVE ZERO TO WS-LINE-COUNT.
006180 6500-EXIT.
006190     EXIT.
006200*
006210* ---------------------------------------------------------------
006220* 7000-PRINT-SUMMARY - LOAD TOTALS.  DETAILS READ MUST EQUAL
006230* REGISTERED PLUS REJECTED; AN OUT-OF-BALANCE FILE REJECTS EVERY
006240* DETAIL IT HELD.
006250* ---------------------------------------------------------------
006260 7000-PRINT-SUMMARY.
006270     MOVE "LOAD SUMMARY" TO SE-TITLE.
006280     PERFORM 6100-WRITE-SECTION THRU 6100-EXIT.
006290     MOVE "DETAIL COILS IN FILE" TO SU-LABEL.
006300     MOVE WS-DETAIL-COUNT TO SU-COUNT.
006310     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
006320     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006330     MOVE "COILS REGISTERED" TO SU-LABEL.
006340     MOVE WS-REGISTERED-COUNT TO SU-COUNT.
006350     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
006360     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006370     MOVE "COILS REJECTED" TO SU-LABEL.
006380     MOVE WS-REJECTED-COUNT TO SU-COUNT.
006390     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
006400     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
006410 7000-EXIT.
006420     EXIT.
006430*
006440* ---------------------------------------------------------------
006450* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
006460* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
006470* ---------------------------------------------------------------
006480 8000-TERMINATE.
006490     CLOSE LISTING-FILE.
006500     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
006510     DISPLAY "PRODUCTION ORDER LOAD COMPLETE - "
006520         WS-REGISTERED-COUNT " REGISTERED, "
006530         WS-REJECTED-COUNT " REJECTED".
006540 8000-EXIT.
006550     EXIT.
006560*
006570* ---------------------------------------------------------------
006580* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
006590* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
006600* ---------------------------------------------------------------
006610 8600-WRITE-RUN-STATS.
006620     MOVE SPACES TO RUN-STAT-RECORD.
006630     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
006640     MOVE WS-RUN-TIME TO RS-RUN-TIME.
006650     MOVE "ORDLOAD " TO RS-PROGRAM-ID.
006660     MOVE WS-DETAIL-COUNT TO RS-RECORDS-READ.
006670     MOVE WS-REGISTERED-COUNT TO RS-ACCEPTED.
006680     MOVE WS-REJECTED-COUNT TO RS-REJECTED.
006690     MOVE ZERO TO RS-OUT-OF-SPEC.
006700     MOVE ZERO TO RS-TRANS-WRITTEN.
006710     MOVE ZERO TO RS-MASTER-IN.
006720     MOVE WS-REGISTERED-COUNT TO RS-MASTER-NEW.
006730     MOVE ZERO TO RS-MASTER-OUT.
006733     MOVE ZERO TO RS-MASTER-CHANGED.
006736     MOVE ZERO TO RS-MASTER-DELETED.
006740     CALL "RUNLOG" USING RUN-STAT-RECORD.
006750 8600-EXIT.
006760     EXIT.
