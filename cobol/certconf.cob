000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CERTCONF.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - CERTIFICATE OF CONFORMANCE RUN
000100*                     FOR SHIPPED COILS, REPLACING THE CERTIFICATE
000110*                     SHIPPING PIECED TOGETHER BY HAND FROM
000120*                     COILINQ SCREENS AND OLD COILRPT PAGES.
000130*                     DRIVEN BY THE SHIPMENT REQUEST FILE
000140*                     (SHIPREQ - COIL, CUSTOMER, ORDER NUMBER).
000150*                     EACH COIL GETS ONE CERTIFICATE PAGE
000160*                     (CERTRPT) BUILT FROM THE COIL MASTER, ITS
000170*                     LATEST COILHIST READING, THE SPEC REVISION
000180*                     IN EFFECT ON THAT TEST DATE (SPECCHK, WITH
000190*                     ITS EFFECTIVE DATE FROM SPECMAST), THE
000200*                     GAUGE BEHIND THAT READING AND ITS
000210*                     CALIBRATION DUE DATE (GAUGECHK), THE
000220*                     OPERATOR'S NAME (OPERCHK)
000230*                     AND ANY QA "USE AS IS" DISPOSITION ON
000240*                     OOSFILE.  A COIL THAT IS SCRAPPED, RETIRED
000250*                     OR ON HOLD, THAT HAS AN OPEN OUT-OF-SPEC
000260*                     ITEM, OR WHOSE LAST READING WAS OUT OF SPEC
000270*                     WITHOUT A USE-AS-IS DISPOSITION IS NOT
000280*                     CERTIFIED - IT IS LISTED WITH THE REASON ON
000290*                     A SEPARATE REFUSALS PAGE AT THE END OF THE
000300*                     RUN SO SHIPPING KNOWS WHAT IS BEING HELD
000310*                     BACK.  IF THE DISPOSITION FILE OUTGROWS
000320*                     THE TABLE, NO COIL IS CERTIFIED - AN OPEN
000330*                     ITEM THAT DID NOT FIT COULD NOT BE SEEN.
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   GNUCOBOL.
000380 OBJECT-COMPUTER.   GNUCOBOL.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SHIP-REQUEST-FILE ASSIGN TO "SHIPREQ"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REQUEST-STATUS.
000440     SELECT COIL-MASTER-FILE ASSIGN TO "COILMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CM-COIL-ID
000480         FILE STATUS IS WS-MASTER-STATUS.
000490     SELECT HISTORY-FILE ASSIGN TO "COILHIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CH-HIST-KEY
000530         FILE STATUS IS WS-HISTORY-STATUS.
000540     SELECT OOS-DISP-FILE ASSIGN TO "OOSFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-OOS-DISP-STATUS.
000570     SELECT SPEC-MASTER-FILE ASSIGN TO "SPECMAST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SPEC-STATUS.
000600     SELECT REPORT-FILE ASSIGN TO "CERTRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SHIP-REQUEST-FILE
000660     RECORDING MODE IS F.
000670     COPY SHIPREQ.
000680*
000690 FD  COIL-MASTER-FILE.
000700     COPY COILMAST.
000710*
000720 FD  HISTORY-FILE.
000730     COPY COILHIST.
000740*
000750 FD  OOS-DISP-FILE
000760     RECORDING MODE IS F.
000770     COPY OOSDISP.
000780*
000790 FD  SPEC-MASTER-FILE
000800     RECORDING MODE IS F.
000810     COPY SPECMAST.
000820*
000830 FD  REPORT-FILE
000840     RECORDING MODE IS F.
000850 01  REPORT-RECORD               PIC X(80).
000860*
000870 WORKING-STORAGE SECTION.
000880 77  WS-REQUEST-STATUS        PIC X(02).
000890 77  WS-MASTER-STATUS         PIC X(02).
000900 77  WS-HISTORY-STATUS        PIC X(02).
000910 77  WS-OOS-DISP-STATUS       PIC X(02).
000920 77  WS-SPEC-STATUS           PIC X(02).
000930 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
000940 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000950 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
000960 77  WS-REQUEST-COUNT         PIC 9(05) VALUE ZERO.
000970 77  WS-CERTIFIED-COUNT       PIC 9(05) VALUE ZERO.
000980 77  WS-REFUSED-COUNT         PIC 9(05) VALUE ZERO.
000990 77  WS-SUB                   PIC 9(03).
001000 77  WS-TABLE-MAX             PIC 9(03) VALUE 200.
001010 77  WS-OOS-COUNT             PIC 9(03) VALUE ZERO.
001020 77  WS-REFUSAL-COUNT         PIC 9(03) VALUE ZERO.
001030 77  WS-REVISION-COUNT        PIC 9(03) VALUE ZERO.
001040 77  WS-FOUND-SUB             PIC 9(03).
001050 77  WS-RUN-DATE-8            PIC 9(08).
001060 77  WS-RUN-TIME              PIC 9(08).
001070 77  WS-TEST-DATE             PIC 9(08).
001080 77  WS-TEST-FLUX             PIC 9(04)V9999.
001090 77  WS-TEST-OPERATOR-ID      PIC X(08).
001100 77  WS-TEST-GAUGE-ID         PIC X(08).
001110 77  WS-SPEC-LOW-LIMIT        PIC 9(04)V9999.
001120 77  WS-SPEC-HIGH-LIMIT       PIC 9(04)V9999.
001130 77  WS-SPEC-CERT-REQUIRED    PIC 9(01).
001140 77  WS-GAUGE-DESCRIPTION     PIC X(20).
001150 77  WS-GAUGE-DUE-DATE        PIC 9(08).
001160 77  WS-OPERATOR-NAME         PIC X(20).
001170 77  WS-OPERATOR-CERT-LEVEL   PIC 9(01).
001180 77  WS-REFUSAL-REASON        PIC X(36).
001190*
001200 01  WS-SWITCHES.
001210     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001220         88  EOF-YES                    VALUE 'Y'.
001230         88  EOF-NO                     VALUE 'N'.
001240     05  WS-FILE-EOF-SW       PIC X(01) VALUE 'N'.
001250         88  FILE-EOF-YES               VALUE 'Y'.
001260         88  FILE-EOF-NO                VALUE 'N'.
001270     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
001280         88  HIST-EOF-YES               VALUE 'Y'.
001290         88  HIST-EOF-NO                VALUE 'N'.
001300     05  WS-MASTER-SWITCH     PIC X(01) VALUE 'N'.
001310         88  MASTER-PRESENT             VALUE 'Y'.
001320         88  MASTER-ABSENT              VALUE 'N'.
001330     05  WS-HISTORY-SWITCH    PIC X(01) VALUE 'N'.
001340         88  HISTORY-PRESENT            VALUE 'Y'.
001350         88  HISTORY-ABSENT             VALUE 'N'.
001360     05  WS-READING-SWITCH    PIC X(01) VALUE 'N'.
001370         88  READING-FOUND              VALUE 'Y'.
001380         88  READING-NOT-FOUND          VALUE 'N'.
001390     05  WS-CERT-SWITCH       PIC X(01) VALUE 'Y'.
001400         88  COIL-CERTIFIABLE           VALUE 'Y'.
001410         88  COIL-REFUSED               VALUE 'N'.
001420     05  WS-OPEN-ITEM-SWITCH  PIC X(01) VALUE 'N'.
001430         88  OPEN-ITEM-FOUND            VALUE 'Y'.
001440         88  OPEN-ITEM-NOT-FOUND        VALUE 'N'.
001450     05  WS-USE-AS-IS-SWITCH  PIC X(01) VALUE 'N'.
001460         88  USE-AS-IS-FOUND            VALUE 'Y'.
001470         88  USE-AS-IS-NOT-FOUND        VALUE 'N'.
001480     05  WS-SPEC-EOF-SWITCH   PIC X(01) VALUE 'N'.
001490         88  SPEC-EOF-YES               VALUE 'Y'.
001500         88  SPEC-EOF-NO                VALUE 'N'.
001510     05  WS-OOS-FULL-SWITCH   PIC X(01) VALUE 'N'.
001520         88  OOS-TABLE-FULL             VALUE 'Y'.
001530         88  OOS-TABLE-COMPLETE         VALUE 'N'.
001540*
001550 01  WS-SPEC-EFFECTIVE-DATE.
001560     05  WS-SPEC-EFF-YYYY     PIC 9(04).
001570     05  WS-SPEC-EFF-MM       PIC 9(02).
001580     05  WS-SPEC-EFF-DD       PIC 9(02).
001590*
001600 01  WS-SPEC-RETURN-CODE          PIC 9(02).
001610     88  SPEC-IN-SPEC                     VALUE ZERO.
001620     88  SPEC-OUT-OF-SPEC                 VALUE 01.
001630     88  SPEC-PART-NOT-FOUND               VALUE 02.
001640*
001650 01  WS-GAUGE-RETURN-CODE         PIC 9(02).
001660     88  GAUGE-VALID                      VALUE ZERO.
001670     88  GAUGE-UNKNOWN                    VALUE 01.
001680     88  GAUGE-INACTIVE                   VALUE 02.
001690     88  GAUGE-PAST-DUE                   VALUE 03.
001700     88  NO-GAUGE-MASTER                  VALUE 04.
001710*
001720 01  WS-OPERATOR-RETURN-CODE      PIC 9(02).
001730     88  OPERATOR-VALID                   VALUE ZERO.
001740     88  OPERATOR-UNKNOWN                 VALUE 01.
001750     88  OPERATOR-INACTIVE                VALUE 02.
001760     88  NO-OPERATOR-MASTER               VALUE 03.
001770*
001780* THE DISPOSITION FILE IS SMALL AND SEQUENTIAL, SO THE ITEMS THAT
001790* MATTER TO A CERTIFICATE - OPEN ITEMS (WHICH BLOCK IT) AND ITEMS
001800* CLOSED "USE AS IS" (WHICH ARE PRINTED ON IT) - ARE HELD HERE FOR
001810* THE WHOLE RUN RATHER THAN RE-READ FOR EVERY COIL.
001820*
001830 01  OOS-ITEM-TABLE.
001840     05  OIT-ENTRY OCCURS 200 TIMES.
001850         10  OIT-COIL-ID      PIC X(06).
001860         10  OIT-RUN-DATE     PIC 9(08).
001870         10  OIT-STATUS-FLAG  PIC X(01).
001880             88  OIT-OPEN             VALUE 'O'.
001890         10  OIT-DISP-DATE    PIC 9(08).
001900         10  OIT-REVIEWER-ID  PIC X(08).
001910         10  OIT-COMMENT      PIC X(20).
001920*
001930* REFUSED REQUESTS, HELD UNTIL EVERY CERTIFICATE IS OUT SO THEY
001940* PRINT TOGETHER ON THEIR OWN PAGE.
001950*
001960 01  REFUSAL-TABLE.
001970     05  RFT-ENTRY OCCURS 200 TIMES.
001980         10  RFT-COIL-ID      PIC X(06).
001990         10  RFT-ORDER-NUMBER PIC X(10).
002000         10  RFT-CUSTOMER     PIC X(20).
002010         10  RFT-REASON       PIC X(36).
002020*
002030* THE EFFECTIVE DATE OF EVERY SPEC REVISION ON FILE, LOADED THE
002040* SAME WAY SPECCHK LOADS ITS RANGES (SAME ORDER, CEILING AND
002050* SKIP OF AN UNREADABLE DATE), SO THE REVISION PICKED HERE FOR THE
002060* TEST DATE IS THE ONE SPECCHK JUDGED THE READING AGAINST.
002070*
002080 01  SPEC-REVISION-TABLE.
002090     05  SRV-ENTRY OCCURS 200 TIMES.
002100         10  SRV-PART-NUMBER  PIC X(06).
002110         10  SRV-EFFECTIVE-DATE
002120                              PIC 9(08).
002130*
002140 01  WS-RUN-DATE.
002150     05  WS-RUN-YY            PIC 9(02).
002160     05  WS-RUN-MM            PIC 9(02).
002170     05  WS-RUN-DD            PIC 9(02).
002180*
002190     COPY RUNSTAT.
002200*
002210 01  WS-HEADING-1.
002220     05  FILLER               PIC X(01) VALUE SPACE.
002230     05  FILLER               PIC X(26) VALUE
002240         "CERTIFICATE OF CONFORMANCE".
002250     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
002260     05  H1-RUN-MM            PIC 99.
002270     05  FILLER               PIC X(01) VALUE "/".
002280     05  H1-RUN-DD            PIC 99.
002290     05  FILLER               PIC X(01) VALUE "/".
002300     05  H1-RUN-YY            PIC 99.
002310     05  FILLER               PIC X(08) VALUE "  PAGE  ".
002320     05  H1-PAGE-NO           PIC ZZZ9.
002330     05  FILLER               PIC X(22) VALUE SPACE.
002340*
002350 01  WS-SHOP-LINE.
002360     05  FILLER               PIC X(01) VALUE SPACE.
002370     05  FILLER               PIC X(40) VALUE
002380         "COIL TEST BENCH - MAGNETICS LAB".
002390     05  FILLER               PIC X(39) VALUE SPACE.
002400*
002410 01  WS-CUSTOMER-LINE.
002420     05  FILLER               PIC X(01) VALUE SPACE.
002430     05  FILLER               PIC X(14) VALUE "CUSTOMER      ".
002440     05  CL-CUSTOMER-NAME     PIC X(30).
002450     05  FILLER               PIC X(09) VALUE "  ORDER  ".
002460     05  CL-ORDER-NUMBER      PIC X(10).
002470     05  FILLER               PIC X(16) VALUE SPACE.
002480*
002490 01  WS-COIL-LINE.
002500     05  FILLER               PIC X(01) VALUE SPACE.
002510     05  FILLER               PIC X(14) VALUE "COIL ID       ".
002520     05  KL-COIL-ID           PIC X(06).
002530     05  FILLER               PIC X(10) VALUE "    PART  ".
002540     05  KL-PART-NUMBER       PIC X(06).
002550     05  FILLER               PIC X(43) VALUE SPACE.
002560*
002570 01  WS-MEASURE-LINE.
002580     05  FILLER               PIC X(01) VALUE SPACE.
002590     05  FILLER               PIC X(14) VALUE "DIAMETER      ".
002600     05  ML-DIAMETER          PIC ZZZ9.99.
002610     05  FILLER               PIC X(10) VALUE "  LENGTH  ".
002620     05  ML-LENGTH            PIC ZZZ9.99.
002630     05  FILLER               PIC X(11) VALUE "  CURRENT  ".
002640     05  ML-CURRENT           PIC ZZZ9.99.
002650     05  FILLER               PIC X(07) VALUE "  UOM  ".
002660     05  ML-UOM-FLAG          PIC X(01).
002670     05  FILLER               PIC X(15) VALUE SPACE.
002680*
002690 01  WS-READING-LINE.
002700     05  FILLER               PIC X(01) VALUE SPACE.
002710     05  FILLER               PIC X(14) VALUE "TEST DATE     ".
002720     05  RL-TEST-DATE         PIC 9999/99/99.
002730     05  FILLER               PIC X(17) VALUE "   FLUX DENSITY  ".
002740     05  RL-FLUX-DENSITY      PIC ZZZ9.9999.
002750     05  FILLER               PIC X(06) VALUE " TESLA".
002760     05  FILLER               PIC X(23) VALUE SPACE.
002770*
002780 01  WS-SPEC-LINE.
002790     05  FILLER               PIC X(01) VALUE SPACE.
002800     05  FILLER               PIC X(14) VALUE "SPEC LIMITS   ".
002810     05  SL-LOW-LIMIT         PIC ZZZ9.9999.
002820     05  FILLER               PIC X(04) VALUE " TO ".
002830     05  SL-HIGH-LIMIT        PIC ZZZ9.9999.
002840     05  FILLER               PIC X(21) VALUE
002850         "  SPEC REV EFFECTIVE ".
002860     05  SL-EFF-YYYY          PIC 9(04).
002870     05  FILLER               PIC X(01) VALUE "-".
002880     05  SL-EFF-MM            PIC 9(02).
002890     05  FILLER               PIC X(01) VALUE "-".
002900     05  SL-EFF-DD            PIC 9(02).
002910     05  FILLER               PIC X(12) VALUE SPACE.
002920*
002930 01  WS-RESULT-LINE.
002940     05  FILLER               PIC X(01) VALUE SPACE.
002950     05  FILLER               PIC X(14) VALUE "RESULT        ".
002960     05  TL-RESULT            PIC X(50).
002970     05  FILLER               PIC X(15) VALUE SPACE.
002980*
002990 01  WS-GAUGE-LINE.
003000     05  FILLER               PIC X(01) VALUE SPACE.
003010     05  FILLER               PIC X(14) VALUE "GAUGE         ".
003020     05  GL-GAUGE-ID          PIC X(08).
003030     05  FILLER               PIC X(02) VALUE SPACE.
003040     05  GL-DESCRIPTION       PIC X(20).
003050     05  FILLER               PIC X(11) VALUE "  CAL DUE  ".
003060     05  GL-DUE-DATE          PIC 9999/99/99.
003070     05  FILLER               PIC X(14) VALUE SPACE.
003080*
003090 01  WS-OPERATOR-LINE.
003100     05  FILLER               PIC X(01) VALUE SPACE.
003110     05  FILLER               PIC X(14) VALUE "TESTED BY     ".
003120     05  OL-OPERATOR-ID       PIC X(08).
003130     05  FILLER               PIC X(02) VALUE SPACE.
003140     05  OL-OPERATOR-NAME     PIC X(20).
003150     05  FILLER               PIC X(35) VALUE SPACE.
003160*
003170 01  WS-DISP-LINE.
003180     05  FILLER               PIC X(01) VALUE SPACE.
003190     05  FILLER               PIC X(14) VALUE "QA USE AS IS  ".
003200     05  DL-RUN-DATE          PIC 9999/99/99.
003210     05  FILLER               PIC X(08) VALUE "  DISP  ".
003220     05  DL-DISP-DATE         PIC 9999/99/99.
003230     05  FILLER               PIC X(02) VALUE SPACE.
003240     05  DL-REVIEWER-ID       PIC X(08).
003250     05  FILLER               PIC X(02) VALUE SPACE.
003260     05  DL-COMMENT           PIC X(20).
003270     05  FILLER               PIC X(05) VALUE SPACE.
003280*
003290 01  WS-STATEMENT-LINE-1.
003300     05  FILLER               PIC X(01) VALUE SPACE.
003310     05  FILLER               PIC X(62) VALUE
003320         "WE CERTIFY THAT THE COIL ABOVE WAS TESTED ON A".
003330     05  FILLER               PIC X(17) VALUE SPACE.
003340*
003350 01  WS-STATEMENT-LINE-2.
003360     05  FILLER               PIC X(01) VALUE SPACE.
003370     05  FILLER               PIC X(62) VALUE
003380         "CALIBRATED GAUGE AND CONFORMS TO THE SPEC SHOWN ABOVE.".
003390     05  FILLER               PIC X(17) VALUE SPACE.
003400*
003410 01  WS-SIGNATURE-LINE.
003420     05  FILLER               PIC X(01) VALUE SPACE.
003430     05  FILLER               PIC X(18) VALUE
003440         "QUALITY ASSURANCE ".
003450     05  FILLER               PIC X(25) VALUE
003460         "_________________________".
003470     05  FILLER               PIC X(08) VALUE "  DATE  ".
003480     05  FILLER               PIC X(12) VALUE "____________".
003490     05  FILLER               PIC X(16) VALUE SPACE.
003500*
003510 01  WS-REFUSAL-TITLE.
003520     05  FILLER               PIC X(01) VALUE SPACE.
003530     05  FILLER               PIC X(48) VALUE
003540         "COILS NOT CERTIFIED - HELD BACK FROM SHIPMENT".
003550     05  FILLER               PIC X(31) VALUE SPACE.
003560*
003570 01  WS-REFUSAL-HEADING.
003580     05  FILLER               PIC X(01) VALUE SPACE.
003590     05  FILLER               PIC X(08) VALUE "COIL    ".
003600     05  FILLER               PIC X(12) VALUE "ORDER       ".
003610     05  FILLER               PIC X(22) VALUE "CUSTOMER".
003620     05  FILLER               PIC X(37) VALUE "REASON".
003630*
003640 01  WS-REFUSAL-LINE.
003650     05  FILLER               PIC X(01) VALUE SPACE.
003660     05  FL-COIL-ID           PIC X(06).
003670     05  FILLER               PIC X(02) VALUE SPACE.
003680     05  FL-ORDER-NUMBER      PIC X(10).
003690     05  FILLER               PIC X(02) VALUE SPACE.
003700     05  FL-CUSTOMER          PIC X(20).
003710     05  FILLER               PIC X(02) VALUE SPACE.
003720     05  FL-REASON            PIC X(36).
003730     05  FILLER               PIC X(01) VALUE SPACE.
003740*
003750 01  WS-PRINT-LINE            PIC X(80).
003760*
003770 PROCEDURE DIVISION.
003780*
003790 0000-MAINLINE.
003800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003810     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
003820         UNTIL EOF-YES.
003830     PERFORM 7000-PRINT-REFUSALS THRU 7000-EXIT.
003840     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003850     STOP RUN.
003860*
003870* ---------------------------------------------------------------
003880* 1000-INITIALIZE - OPEN FILES, LOAD THE DISPOSITION ITEMS, AND
003890* PRIME THE REQUEST FILE.  NO COIL MASTER OR NO COILHIST DOES NOT
003900* STOP THE RUN - EVERY REQUEST IS SIMPLY REFUSED FOR LACK OF A
003910* RECORD TO CERTIFY FROM, SO SHIPPING STILL GETS AN ANSWER.
003920* ---------------------------------------------------------------
003930 1000-INITIALIZE.
003940     OPEN OUTPUT REPORT-FILE.
003950     ACCEPT WS-RUN-DATE FROM DATE.
003960     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
003970     ACCEPT WS-RUN-TIME FROM TIME.
003980     MOVE 99 TO WS-LINE-COUNT.
003990     MOVE SPACES TO OOS-ITEM-TABLE.
004000     MOVE SPACES TO REFUSAL-TABLE.
004010     PERFORM 1200-LOAD-OOS-TABLE THRU 1200-EXIT.
004020     PERFORM 1400-LOAD-SPEC-REVISIONS THRU 1400-EXIT.
004030     OPEN INPUT COIL-MASTER-FILE.
004040     IF WS-MASTER-STATUS = "35"
004050         DISPLAY "CERTCONF - WARNING - NO COIL MASTER FILE - "
004060             "NOTHING CAN BE CERTIFIED"
004070         SET MASTER-ABSENT TO TRUE
004080     ELSE
004090         SET MASTER-PRESENT TO TRUE
004100     END-IF.
004110     OPEN INPUT HISTORY-FILE.
004120     IF WS-HISTORY-STATUS = "35"
004130         SET HISTORY-ABSENT TO TRUE
004140     ELSE
004150         SET HISTORY-PRESENT TO TRUE
004160     END-IF.
004170     OPEN INPUT SHIP-REQUEST-FILE.
004180     IF WS-REQUEST-STATUS = "35"
004190         DISPLAY "CERTCONF - NO SHIPMENT REQUEST FILE - NOTHING "
004200             "TO CERTIFY"
004210         SET EOF-YES TO TRUE
004220     ELSE
004230         PERFORM 1100-READ-REQUEST THRU 1100-EXIT
004240     END-IF.
004250 1000-EXIT.
004260     EXIT.
004270*
004280 1100-READ-REQUEST.
004290     READ SHIP-REQUEST-FILE
004300         AT END
004310             SET EOF-YES TO TRUE
004320         NOT AT END
004330             ADD 1 TO WS-REQUEST-COUNT
004340     END-READ.
004350 1100-EXIT.
004360     EXIT.
004370*
004380 1200-LOAD-OOS-TABLE.
004390     OPEN INPUT OOS-DISP-FILE.
004400     IF WS-OOS-DISP-STATUS = "35"
004410         SET FILE-EOF-YES TO TRUE
004420     ELSE
004430         SET FILE-EOF-NO TO TRUE
004440         PERFORM 1250-READ-OOS THRU 1250-EXIT
004450         PERFORM 1300-STORE-OOS-ITEM THRU 1300-EXIT
004460             UNTIL FILE-EOF-YES
004470         CLOSE OOS-DISP-FILE
004480     END-IF.
004490 1200-EXIT.
004500     EXIT.
004510*
004520 1250-READ-OOS.
004530     READ OOS-DISP-FILE
004540         AT END
004550             SET FILE-EOF-YES TO TRUE
004560     END-READ.
004570 1250-EXIT.
004580     EXIT.
004590*
004600 1300-STORE-OOS-ITEM.
004610     IF OD-OPEN OR (OD-CLOSED AND OD-DISP-USE-AS-IS)
004620         IF WS-OOS-COUNT < WS-TABLE-MAX
004630             ADD 1 TO WS-OOS-COUNT
004640             MOVE OD-COIL-ID TO OIT-COIL-ID (WS-OOS-COUNT)
004650             MOVE OD-RUN-DATE TO OIT-RUN-DATE (WS-OOS-COUNT)
004660             MOVE OD-STATUS TO OIT-STATUS-FLAG (WS-OOS-COUNT)
004670             MOVE OD-DISP-DATE TO OIT-DISP-DATE (WS-OOS-COUNT)
004680             MOVE OD-REVIEWER-ID TO OIT-REVIEWER-ID (WS-OOS-COUNT)
004690             MOVE OD-COMMENT TO OIT-COMMENT (WS-OOS-COUNT)
004700         ELSE
004710             DISPLAY "CERTCONF - DISPOSITION TABLE FULL AT COIL "
004720                 OD-COIL-ID " - NO COIL WILL BE CERTIFIED"
004730             SET OOS-TABLE-FULL TO TRUE
004740         END-IF
004750     END-IF.
004760     PERFORM 1250-READ-OOS THRU 1250-EXIT.
004770 1300-EXIT.
004780     EXIT.
004790*
004800* ---------------------------------------------------------------
004810* 1400-LOAD-SPEC-REVISIONS - HOLD THE PART AND EFFECTIVE DATE OF
004820* EVERY SPEC REVISION SO THE CERTIFICATE CAN NAME THE REVISION IT
004830* WAS JUDGED AGAINST.  NO SPECMAST LEAVES THE TABLE EMPTY; SPECCHK
004840* THEN FINDS NO SPEC EITHER AND EVERY REQUEST IS REFUSED.
004850* ---------------------------------------------------------------
004860 1400-LOAD-SPEC-REVISIONS.
004870     MOVE SPACES TO SPEC-REVISION-TABLE.
004880     OPEN INPUT SPEC-MASTER-FILE.
004890     IF WS-SPEC-STATUS = "35"
004900         SET SPEC-EOF-YES TO TRUE
004910     ELSE
004920         SET SPEC-EOF-NO TO TRUE
004930         PERFORM 1450-READ-SPEC THRU 1450-EXIT
004940         PERFORM 1500-STORE-REVISION THRU 1500-EXIT
004950             UNTIL SPEC-EOF-YES
004960         CLOSE SPEC-MASTER-FILE
004970     END-IF.
004980 1400-EXIT.
004990     EXIT.
005000*
005010 1450-READ-SPEC.
005020     READ SPEC-MASTER-FILE
005030         AT END
005040             SET SPEC-EOF-YES TO TRUE
005050     END-READ.
005060 1450-EXIT.
005070     EXIT.
005080*
005090 1500-STORE-REVISION.
005100     IF SM-EFFECTIVE-DATE IS NUMERIC
005110             AND WS-REVISION-COUNT < WS-TABLE-MAX
005120         ADD 1 TO WS-REVISION-COUNT
005130         MOVE SM-PART-NUMBER
005140             TO SRV-PART-NUMBER (WS-REVISION-COUNT)
005150         MOVE SM-EFFECTIVE-DATE
005160             TO SRV-EFFECTIVE-DATE (WS-REVISION-COUNT)
005170     END-IF.
005180     PERFORM 1450-READ-SPEC THRU 1450-EXIT.
005190 1500-EXIT.
005200     EXIT.
005210*
005220* ---------------------------------------------------------------
005230* 2000-PROCESS-REQUEST - RUN ONE SHIPMENT REQUEST THROUGH THE
005240* GATES IN TURN: THE COIL MUST BE ON THE MASTER AND LIVE, HAVE
005250* NO OPEN OUT-OF-SPEC ITEM, HAVE A READING ON COILHIST, AND THAT
005260* READING MUST BE IN SPEC FOR THE REVISION IN EFFECT ON ITS TEST
005270* DATE OR CARRY A QA USE-AS-IS DISPOSITION.  THE FIRST GATE THAT
005280* FAILS SENDS THE REQUEST TO THE REFUSALS PAGE.
005290* ---------------------------------------------------------------
005300 2000-PROCESS-REQUEST.
005310     SET COIL-CERTIFIABLE TO TRUE.
005320     MOVE SPACES TO WS-REFUSAL-REASON.
005330     PERFORM 2100-CHECK-COIL THRU 2100-EXIT.
005340     IF COIL-REFUSED
005350         PERFORM 2900-STORE-REFUSAL THRU 2900-EXIT
005360         GO TO 2000-ADVANCE.
005370     PERFORM 2300-CHECK-OPEN-ITEMS THRU 2300-EXIT.
005380     IF COIL-REFUSED
005390         PERFORM 2900-STORE-REFUSAL THRU 2900-EXIT
005400         GO TO 2000-ADVANCE.
005410     PERFORM 2400-FIND-LATEST-READING THRU 2400-EXIT.
005420     IF COIL-REFUSED
005430         PERFORM 2900-STORE-REFUSAL THRU 2900-EXIT
005440         GO TO 2000-ADVANCE.
005450     PERFORM 2600-JUDGE-READING THRU 2600-EXIT.
005460     IF COIL-REFUSED
005470         PERFORM 2900-STORE-REFUSAL THRU 2900-EXIT
005480         GO TO 2000-ADVANCE.
005490     PERFORM 5000-PRINT-CERTIFICATE THRU 5000-EXIT.
005500     ADD 1 TO WS-CERTIFIED-COUNT.
005510 2000-ADVANCE.
005520     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
005530 2000-EXIT.
005540     EXIT.
005550*
005560* ---------------------------------------------------------------
005570* 2100-CHECK-COIL - THE COIL MUST BE ON THE MASTER, AND ITS
005580* LIFECYCLE STATUS (CM-STATUS-FLAG, SET BY COILSTAT) MUST NOT SAY
005590* SCRAPPED, RETIRED OR ON HOLD.
005600* ---------------------------------------------------------------
005610 2100-CHECK-COIL.
005620     IF MASTER-ABSENT
005630         SET COIL-REFUSED TO TRUE
005640         MOVE "NO COIL MASTER FILE" TO WS-REFUSAL-REASON
005650         GO TO 2100-EXIT
005660     END-IF.
005670     MOVE SR-COIL-ID TO CM-COIL-ID.
005680     READ COIL-MASTER-FILE
005690         INVALID KEY
005700             SET COIL-REFUSED TO TRUE
005710             MOVE "COIL NOT ON MASTER" TO WS-REFUSAL-REASON
005720     END-READ.
005730     IF COIL-REFUSED
005740         GO TO 2100-EXIT
005750     END-IF.
005760     EVALUATE TRUE
005770         WHEN CM-STATUS-SCRAPPED
005780             SET COIL-REFUSED TO TRUE
005790             MOVE "COIL SCRAPPED" TO WS-REFUSAL-REASON
005800         WHEN CM-STATUS-RETIRED
005810             SET COIL-REFUSED TO TRUE
005820             MOVE "COIL RETIRED" TO WS-REFUSAL-REASON
005830         WHEN CM-STATUS-HOLD
005840             SET COIL-REFUSED TO TRUE
005850             MOVE "COIL ON HOLD" TO WS-REFUSAL-REASON
005860     END-EVALUATE.
005870 2100-EXIT.
005880     EXIT.
005890*
005900* ---------------------------------------------------------------
005910* 2300-CHECK-OPEN-ITEMS - ANY OUT-OF-SPEC ITEM STILL OPEN AGAINST
005920* THE COIL MEANS QA HAS NOT RULED ON IT YET.  WHEN THE DISPOSITION
005930* TABLE OVERFLOWED AT LOAD, AN OPEN ITEM FOR THIS COIL MAY BE ONE
005940* THAT DID NOT FIT, SO THE COIL IS REFUSED RATHER THAN PASSED.
005950* ---------------------------------------------------------------
005960 2300-CHECK-OPEN-ITEMS.
005970     IF OOS-TABLE-FULL
005980         SET COIL-REFUSED TO TRUE
005990         MOVE "DISPOSITION TABLE FULL - NOT CHECKED"
006000             TO WS-REFUSAL-REASON
006010         GO TO 2300-EXIT
006020     END-IF.
006030     SET OPEN-ITEM-NOT-FOUND TO TRUE.
006040     PERFORM 2350-MATCH-OPEN-ITEM THRU 2350-EXIT
006050         VARYING WS-SUB FROM 1 BY 1
006060         UNTIL WS-SUB > WS-OOS-COUNT OR OPEN-ITEM-FOUND.
006070     IF OPEN-ITEM-FOUND
006080         SET COIL-REFUSED TO TRUE
006090         MOVE "OPEN OUT-OF-SPEC ITEM AWAITING QA"
006100             TO WS-REFUSAL-REASON
006110     END-IF.
006120 2300-EXIT.
006130     EXIT.
006140*
006150 2350-MATCH-OPEN-ITEM.
006160     IF OIT-COIL-ID (WS-SUB) = CM-COIL-ID
006170             AND OIT-OPEN (WS-SUB)
006180         SET OPEN-ITEM-FOUND TO TRUE
006190     END-IF.
006200 2350-EXIT.
006210     EXIT.
006220*
006230* ---------------------------------------------------------------
006240* 2400-FIND-LATEST-READING - WALK THE COIL'S RECORDS ON THE KEYED
006250* COIL-HISTORY FILE (START AT ITS FIRST KEY, READ FORWARD UNTIL
006260* THE COIL CHANGES) AND KEEP THE LAST ONE - KEYS RUN IN TEST-DATE
006270* ORDER, SO THAT IS THE LATEST READING.
006280* ---------------------------------------------------------------
006290 2400-FIND-LATEST-READING.
006300     SET READING-NOT-FOUND TO TRUE.
006310     IF HISTORY-PRESENT
006320         SET HIST-EOF-NO TO TRUE
006330         MOVE CM-COIL-ID TO CH-COIL-ID
006340         MOVE ZERO TO CH-TEST-DATE
006350         START HISTORY-FILE KEY NOT < CH-HIST-KEY
006360             INVALID KEY
006370                 SET HIST-EOF-YES TO TRUE
006380         END-START
006390         PERFORM 2450-READ-HISTORY-RECORD THRU 2450-EXIT
006400             UNTIL HIST-EOF-YES
006410     END-IF.
006420     IF READING-NOT-FOUND
006430         SET COIL-REFUSED TO TRUE
006440         MOVE "NO READING ON COILHIST" TO WS-REFUSAL-REASON
006450     END-IF.
006460 2400-EXIT.
006470     EXIT.
006480*
006490 2450-READ-HISTORY-RECORD.
006500     READ HISTORY-FILE NEXT
006510         AT END
006520             SET HIST-EOF-YES TO TRUE
006530     END-READ.
006540     IF HIST-EOF-NO
006550         IF CH-COIL-ID = CM-COIL-ID
006560             SET READING-FOUND TO TRUE
006570             MOVE CH-TEST-DATE TO WS-TEST-DATE
006580             MOVE CH-FLUX-DENSITY TO WS-TEST-FLUX
006590             MOVE CH-OPERATOR-ID TO WS-TEST-OPERATOR-ID
006600             MOVE CH-GAUGE-ID TO WS-TEST-GAUGE-ID
006610         ELSE
006620             SET HIST-EOF-YES TO TRUE
006630         END-IF
006640     END-IF.
006650 2450-EXIT.
006660     EXIT.
006670*
006680* ---------------------------------------------------------------
006690* 2600-JUDGE-READING - JUDGE THE LATEST READING AGAINST THE SPEC
006700* REVISION IN EFFECT ON ITS TEST DATE (SPECCHK AS-OF).  AN OUT-
006710* OF-SPEC READING IS ONLY CERTIFIABLE WHEN QA CLOSED THE FINDING
006720* FOR THAT TEST DATE "USE AS IS"; A PART WITH NO SPEC ON FILE HAS
006730* NOTHING TO CONFORM TO.
006740* ---------------------------------------------------------------
006750 2600-JUDGE-READING.
006760     CALL "SPECCHK" USING CM-PART-NUMBER WS-TEST-FLUX
006770         WS-TEST-DATE
006780         WS-SPEC-LOW-LIMIT WS-SPEC-HIGH-LIMIT
006790         WS-SPEC-CERT-REQUIRED WS-SPEC-RETURN-CODE.
006800     EVALUATE TRUE
006810         WHEN SPEC-IN-SPEC
006820             CONTINUE
006830         WHEN SPEC-OUT-OF-SPEC
006840             SET USE-AS-IS-NOT-FOUND TO TRUE
006850             PERFORM 2650-MATCH-USE-AS-IS THRU 2650-EXIT
006860                 VARYING WS-SUB FROM 1 BY 1
006870                 UNTIL WS-SUB > WS-OOS-COUNT OR USE-AS-IS-FOUND
006880             IF USE-AS-IS-NOT-FOUND
006890                 SET COIL-REFUSED TO TRUE
006900                 MOVE "LAST READING OUT OF SPEC - NO DISP"
006910                     TO WS-REFUSAL-REASON
006920             END-IF
006930         WHEN OTHER
006940             SET COIL-REFUSED TO TRUE
006950             MOVE "NO SPEC ON FILE FOR PART ON TEST DATE"
006960                 TO WS-REFUSAL-REASON
006970     END-EVALUATE.
006980 2600-EXIT.
006990     EXIT.
007000*
007010 2650-MATCH-USE-AS-IS.
007020     IF OIT-COIL-ID (WS-SUB) = CM-COIL-ID
007030             AND NOT OIT-OPEN (WS-SUB)
007040             AND OIT-RUN-DATE (WS-SUB) = WS-TEST-DATE
007050         SET USE-AS-IS-FOUND TO TRUE
007060     END-IF.
007070 2650-EXIT.
007080     EXIT.
007090*
007100* ---------------------------------------------------------------
007110* 2900-STORE-REFUSAL - HOLD THE REFUSED REQUEST FOR THE REFUSALS
007120* PAGE.  A FULL TABLE STILL COUNTS THE REFUSAL AND SAYS SO ON THE
007130* CONSOLE, SO A COIL IS NEVER SILENTLY CERTIFIED OR FORGOTTEN.
007140* ---------------------------------------------------------------
007150 2900-STORE-REFUSAL.
007160     ADD 1 TO WS-REFUSED-COUNT.
007170     IF WS-REFUSAL-COUNT < WS-TABLE-MAX
007180         ADD 1 TO WS-REFUSAL-COUNT
007190         MOVE SR-COIL-ID TO RFT-COIL-ID (WS-REFUSAL-COUNT)
007200         MOVE SR-ORDER-NUMBER
007210             TO RFT-ORDER-NUMBER (WS-REFUSAL-COUNT)
007220         MOVE SR-CUSTOMER-NAME TO RFT-CUSTOMER (WS-REFUSAL-COUNT)
007230         MOVE WS-REFUSAL-REASON TO RFT-REASON (WS-REFUSAL-COUNT)
007240     ELSE
007250         DISPLAY "CERTCONF - WARNING - REFUSAL TABLE FULL - COIL "
007260             SR-COIL-ID " NOT CERTIFIED - " WS-REFUSAL-REASON
007270     END-IF.
007280 2900-EXIT.
007290     EXIT.
007300*
007310* ---------------------------------------------------------------
007320* 5000-PRINT-CERTIFICATE - ONE PAGE PER CERTIFIED COIL.  THE
007330* GAUGE AND OPERATOR ARE THE ONES COILHIST RECORDS FOR THE LATEST
007340* READING, AND THE GAUGE'S DUE DATE IS AS CARRIED ON GAUGMAST.
007350* ---------------------------------------------------------------
007360 5000-PRINT-CERTIFICATE.
007370     PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT.
007380     MOVE WS-SHOP-LINE TO WS-PRINT-LINE.
007390     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
007400     MOVE SR-CUSTOMER-NAME TO CL-CUSTOMER-NAME.
007410     MOVE SR-ORDER-NUMBER TO CL-ORDER-NUMBER.
007420     MOVE WS-CUSTOMER-LINE TO WS-PRINT-LINE.
007430     PERFORM 6100-WRITE-SPACED-LINE THRU 6100-EXIT.
007440     MOVE CM-COIL-ID TO KL-COIL-ID.
007450     MOVE CM-PART-NUMBER TO KL-PART-NUMBER.
007460     MOVE WS-COIL-LINE TO WS-PRINT-LINE.
007470     PERFORM 6100-WRITE-SPACED-LINE THRU 6100-EXIT.
007480     MOVE CM-DIAMETER TO ML-DIAMETER.
007490     MOVE CM-LENGTH TO ML-LENGTH.
007500     MOVE CM-CURRENT TO ML-CURRENT.
007510     MOVE CM-UOM-FLAG TO ML-UOM-FLAG.
007520     MOVE WS-MEASURE-LINE TO WS-PRINT-LINE.
007530     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
007540     MOVE WS-TEST-DATE TO RL-TEST-DATE.
007550     MOVE WS-TEST-FLUX TO RL-FLUX-DENSITY.
007560     MOVE WS-READING-LINE TO WS-PRINT-LINE.
007570     PERFORM 6100-WRITE-SPACED-LINE THRU 6100-EXIT.
007580     MOVE WS-SPEC-LOW-LIMIT TO SL-LOW-LIMIT.
007590     MOVE WS-SPEC-HIGH-LIMIT TO SL-HIGH-LIMIT.
007600     PERFORM 5050-FIND-SPEC-REVISION THRU 5050-EXIT.
007610     MOVE WS-SPEC-EFF-YYYY TO SL-EFF-YYYY.
007620     MOVE WS-SPEC-EFF-MM TO SL-EFF-MM.
007630     MOVE WS-SPEC-EFF-DD TO SL-EFF-DD.
007640     MOVE WS-SPEC-LINE TO WS-PRINT-LINE.
007650     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
007660     IF SPEC-IN-SPEC
007670         MOVE "CONFORMS" TO TL-RESULT
007680     ELSE
007690         MOVE "ACCEPTED UNDER QA USE-AS-IS DISPOSITION"
007700             TO TL-RESULT
007710     END-IF.
007720     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
007730     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
007740     PERFORM 5100-PRINT-GAUGE THRU 5100-EXIT.
007750     PERFORM 5200-PRINT-OPERATOR THRU 5200-EXIT.
007760     PERFORM 5300-PRINT-DISPOSITION THRU 5300-EXIT
007770         VARYING WS-SUB FROM 1 BY 1
007780         UNTIL WS-SUB > WS-OOS-COUNT.
007790     MOVE WS-STATEMENT-LINE-1 TO WS-PRINT-LINE.
007800     PERFORM 6100-WRITE-SPACED-LINE THRU 6100-EXIT.
007810     MOVE WS-STATEMENT-LINE-2 TO WS-PRINT-LINE.
007820     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
007830     MOVE WS-SIGNATURE-LINE TO WS-PRINT-LINE.
007840     PERFORM 6100-WRITE-SPACED-LINE THRU 6100-EXIT.
007850 5000-EXIT.
007860     EXIT.
007870*
007880* ---------------------------------------------------------------
007890* 5050-FIND-SPEC-REVISION - THE REVISION FOR THE PART WITH THE
007900* LATEST EFFECTIVE DATE NOT AFTER THE TEST DATE, PICKED BY THE
007910* SAME RULE SPECCHK USES.
007920* ---------------------------------------------------------------
007930 5050-FIND-SPEC-REVISION.
007940     MOVE ZERO TO WS-FOUND-SUB.
007950     MOVE ZERO TO WS-SPEC-EFFECTIVE-DATE.
007960     PERFORM 5060-COMPARE-REVISION THRU 5060-EXIT
007970         VARYING WS-SUB FROM 1 BY 1
007980         UNTIL WS-SUB > WS-REVISION-COUNT.
007990     IF WS-FOUND-SUB NOT = ZERO
008000         MOVE SRV-EFFECTIVE-DATE (WS-FOUND-SUB)
008010             TO WS-SPEC-EFFECTIVE-DATE
008020     END-IF.
008030 5050-EXIT.
008040     EXIT.
008050*
008060 5060-COMPARE-REVISION.
008070     IF SRV-PART-NUMBER (WS-SUB) = CM-PART-NUMBER
008080             AND SRV-EFFECTIVE-DATE (WS-SUB) NOT > WS-TEST-DATE
008090         IF WS-FOUND-SUB = ZERO
008100                 OR SRV-EFFECTIVE-DATE (WS-SUB) NOT <
008110                     SRV-EFFECTIVE-DATE (WS-FOUND-SUB)
008120             MOVE WS-SUB TO WS-FOUND-SUB
008130         END-IF
008140     END-IF.
008150 5060-EXIT.
008160     EXIT.
008170*
008180* ---------------------------------------------------------------
008190* 5100-PRINT-GAUGE - THE GAUGE COILHIST RECORDS FOR THE READING.
008200* A READING POSTED BEFORE COILHIST CARRIED THE GAUGE FALLS BACK TO
008210* THE GAUGE ON THE COIL MASTER.
008220* ---------------------------------------------------------------
008230 5100-PRINT-GAUGE.
008240     IF WS-TEST-GAUGE-ID = SPACES
008250         MOVE CM-GAUGE-ID TO WS-TEST-GAUGE-ID
008260     END-IF.
008270     CALL "GAUGECHK" USING WS-TEST-GAUGE-ID WS-TEST-DATE
008280         WS-GAUGE-DESCRIPTION WS-GAUGE-DUE-DATE
008290         WS-GAUGE-RETURN-CODE.
008300     MOVE WS-TEST-GAUGE-ID TO GL-GAUGE-ID.
008310     IF GAUGE-UNKNOWN OR NO-GAUGE-MASTER
008320         MOVE "NOT ON GAUGE MASTER" TO GL-DESCRIPTION
008330     ELSE
008340         MOVE WS-GAUGE-DESCRIPTION TO GL-DESCRIPTION
008350     END-IF.
008360     MOVE WS-GAUGE-DUE-DATE TO GL-DUE-DATE.
008370     MOVE WS-GAUGE-LINE TO WS-PRINT-LINE.
008380     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008390 5100-EXIT.
008400     EXIT.
008410*
008420 5200-PRINT-OPERATOR.
008430     CALL "OPERCHK" USING WS-TEST-OPERATOR-ID WS-OPERATOR-NAME
008440         WS-OPERATOR-CERT-LEVEL WS-OPERATOR-RETURN-CODE.
008450     MOVE WS-TEST-OPERATOR-ID TO OL-OPERATOR-ID.
008460     IF OPERATOR-VALID OR OPERATOR-INACTIVE
008470         MOVE WS-OPERATOR-NAME TO OL-OPERATOR-NAME
008480     ELSE
008490         MOVE "NOT ON OPERATOR MASTER" TO OL-OPERATOR-NAME
008500     END-IF.
008510     MOVE WS-OPERATOR-LINE TO WS-PRINT-LINE.
008520     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
008530 5200-EXIT.
008540     EXIT.
008550*
008560 5300-PRINT-DISPOSITION.
008570     IF OIT-COIL-ID (WS-SUB) = CM-COIL-ID
008580             AND NOT OIT-OPEN (WS-SUB)
008590         MOVE OIT-RUN-DATE (WS-SUB) TO DL-RUN-DATE
008600         MOVE OIT-DISP-DATE (WS-SUB) TO DL-DISP-DATE
008610         MOVE OIT-REVIEWER-ID (WS-SUB) TO DL-REVIEWER-ID
008620         MOVE OIT-COMMENT (WS-SUB) TO DL-COMMENT
008630         MOVE WS-DISP-LINE TO WS-PRINT-LINE
008640         PERFORM 6000-WRITE-LINE THRU 6000-EXIT
008650     END-IF.
008660 5300-EXIT.
008670     EXIT.
008680*
008690* ---------------------------------------------------------------
008700* 6000-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
008710* LINE STAGED IN WS-PRINT-LINE.  6100 DOES THE SAME WITH A BLANK
008720* LINE AHEAD OF IT.
008730* ---------------------------------------------------------------
008740 6000-WRITE-LINE.
008750     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
008760         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
008770     END-IF.
008780     WRITE REPORT-RECORD FROM WS-PRINT-LINE
008790         AFTER ADVANCING 1 LINE.
008800     ADD 1 TO WS-LINE-COUNT.
008810 6000-EXIT.
008820     EXIT.
008830*
008840 6100-WRITE-SPACED-LINE.
008850     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
008860         PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT
008870     END-IF.
008880     WRITE REPORT-RECORD FROM WS-PRINT-LINE
008890         AFTER ADVANCING 2 LINES.
008900     ADD 2 TO WS-LINE-COUNT.
008910 6100-EXIT.
008920     EXIT.
008930*
008940 6500-WRITE-HEADINGS.
008950     ADD 1 TO WS-PAGE-COUNT.
008960     MOVE WS-RUN-MM TO H1-RUN-MM.
008970     MOVE WS-RUN-DD TO H1-RUN-DD.
008980     MOVE WS-RUN-YY TO H1-RUN-YY.
008990     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
009000     WRITE REPORT-RECORD FROM WS-HEADING-1
009010         AFTER ADVANCING PAGE.
009020     MOVE 1 TO WS-LINE-COUNT.
009030 6500-EXIT.
009040     EXIT.
009050*
009060* ---------------------------------------------------------------
009070* 7000-PRINT-REFUSALS - EVERY REQUEST THAT WAS NOT CERTIFIED, ON
009080* A PAGE OF ITS OWN AFTER THE LAST CERTIFICATE.
009090* ---------------------------------------------------------------
009100 7000-PRINT-REFUSALS.
009110     IF WS-REFUSAL-COUNT = ZERO
009120         GO TO 7000-EXIT
009130     END-IF.
009140     PERFORM 7500-WRITE-REFUSAL-HEADINGS THRU 7500-EXIT.
009150     PERFORM 7100-PRINT-REFUSAL-LINE THRU 7100-EXIT
009160         VARYING WS-SUB FROM 1 BY 1
009170         UNTIL WS-SUB > WS-REFUSAL-COUNT.
009180 7000-EXIT.
009190     EXIT.
009200*
009210 7100-PRINT-REFUSAL-LINE.
009220     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
009230         PERFORM 7500-WRITE-REFUSAL-HEADINGS THRU 7500-EXIT
009240     END-IF.
009250     MOVE RFT-COIL-ID (WS-SUB) TO FL-COIL-ID.
009260     MOVE RFT-ORDER-NUMBER (WS-SUB) TO FL-ORDER-NUMBER.
009270     MOVE RFT-CUSTOMER (WS-SUB) TO FL-CUSTOMER.
009280     MOVE RFT-REASON (WS-SUB) TO FL-REASON.
009290     WRITE REPORT-RECORD FROM WS-REFUSAL-LINE
009300         AFTER ADVANCING 1 LINE.
009310     ADD 1 TO WS-LINE-COUNT.
009320 7100-EXIT.
009330     EXIT.
009340*
009350 7500-WRITE-REFUSAL-HEADINGS.
009360     PERFORM 6500-WRITE-HEADINGS THRU 6500-EXIT.
009370     WRITE REPORT-RECORD FROM WS-REFUSAL-TITLE
009380         AFTER ADVANCING 1 LINE.
009390     WRITE REPORT-RECORD FROM WS-REFUSAL-HEADING
009400         AFTER ADVANCING 2 LINES.
009410     ADD 3 TO WS-LINE-COUNT.
009420 7500-EXIT.
009430     EXIT.
009440*
009450* ---------------------------------------------------------------
009460* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
009470* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
009480* ---------------------------------------------------------------
009490 8000-TERMINATE.
009500     IF WS-REQUEST-STATUS NOT = "35"
009510         CLOSE SHIP-REQUEST-FILE
009520     END-IF.
009530     IF MASTER-PRESENT
009540         CLOSE COIL-MASTER-FILE
009550     END-IF.
009560     IF HISTORY-PRESENT
009570         CLOSE HISTORY-FILE
009580     END-IF.
009590     CLOSE REPORT-FILE.
009600     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
009610     DISPLAY "CERTIFICATE RUN COMPLETE - " WS-CERTIFIED-COUNT
009620         " CERTIFIED, " WS-REFUSED-COUNT " REFUSED".
009630 8000-EXIT.
009640     EXIT.
009650*
009660* ---------------------------------------------------------------
009670* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
009680* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
009690* ---------------------------------------------------------------
009700 8600-WRITE-RUN-STATS.
009710     MOVE SPACES TO RUN-STAT-RECORD.
009720     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
009730     MOVE WS-RUN-TIME TO RS-RUN-TIME.
009740     MOVE "CERTCONF" TO RS-PROGRAM-ID.
009750     MOVE WS-REQUEST-COUNT TO RS-RECORDS-READ.
009760     MOVE WS-CERTIFIED-COUNT TO RS-ACCEPTED.
009770     MOVE WS-REFUSED-COUNT TO RS-REJECTED.
009780     MOVE ZERO TO RS-OUT-OF-SPEC.
009790     MOVE ZERO TO RS-TRANS-WRITTEN.
009800     MOVE ZERO TO RS-MASTER-IN.
009810     MOVE ZERO TO RS-MASTER-NEW.
009820     MOVE ZERO TO RS-MASTER-OUT.
009830     CALL "RUNLOG" USING RUN-STAT-RECORD.
009840 8600-EXIT.
009850     EXIT.
