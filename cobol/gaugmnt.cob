000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GAUGMNT.
000030 AUTHOR.         D. OKONKWO.
000040 INSTALLATION.   COIL TEST BENCH - MAGNETICS LAB.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MODIFICATION HISTORY
000090*    2026-10-15  DPO  ORIGINAL - APPLIES THE LAB'S ADD/CHANGE/
000100*                     DELETE TRANSACTIONS (GAUGTRAN) TO THE GAUGE
000110*                     MASTER (GAUGMAST), WRITING A NEW GENERATION
000120*                     (GAUGMASTN) THE SAME WAY TABMAINT CUTS
000130*                     SPECMASTN, AND PRINTS A BEFORE/AFTER
000140*                     LISTING (GAUGLIST).  UNTIL NOW GAUGMAST WAS
000150*                     EDITED BY HAND, SO ANYONE COULD PUSH A DUE
000160*                     DATE OUT AND KEEP A LAPSED GAUGE PASSING
000170*                     GAUGECHK.  EACH TRANSACTION'S TECHNICIAN
000180*                     MUST HOLD THE GAUGE MAINTENANCE GRANT
000190*                     (AUTHCHK); A REFUSAL IS LOGGED TO SECVIOL.
000200*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   GNUCOBOL.
000240 OBJECT-COMPUTER.   GNUCOBOL.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT GAUGE-TRANS-FILE ASSIGN TO "GAUGTRAN"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-TRANS-STATUS.
000300     SELECT OLD-GAUGE-FILE ASSIGN TO "GAUGMAST"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-OLD-GAUGE-STATUS.
000330     SELECT NEW-GAUGE-FILE ASSIGN TO "GAUGMASTN"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT LISTING-FILE ASSIGN TO "GAUGLIST"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  GAUGE-TRANS-FILE
000410     RECORDING MODE IS F.
000420     COPY GAUGTRAN.
000430*
000440 FD  OLD-GAUGE-FILE
000450     RECORDING MODE IS F.
000460     COPY GAUGMAST.
000470*
000480 FD  NEW-GAUGE-FILE
000490     RECORDING MODE IS F.
000500     COPY GAUGMAST REPLACING
000510         GAUGE-MASTER-RECORD BY NEW-GAUGE-RECORD
000520         GM-GAUGE-ID BY NG-GAUGE-ID
000530         GM-DESCRIPTION BY NG-DESCRIPTION
000540         GM-LAST-CAL-DATE BY NG-LAST-CAL-DATE
000550         GM-DUE-DATE BY NG-DUE-DATE
000560         GM-ACTIVE-FLAG BY NG-ACTIVE-FLAG
000570         GM-ACTIVE BY NG-ACTIVE
000580         GM-INACTIVE BY NG-INACTIVE.
000590*
000600 FD  LISTING-FILE
000610     RECORDING MODE IS F.
000620 01  LISTING-RECORD              PIC X(80).
000630*
000640 WORKING-STORAGE SECTION.
000650 77  WS-TRANS-STATUS          PIC X(02).
000660 77  WS-OLD-GAUGE-STATUS      PIC X(02).
000670 77  WS-TABLE-MAX             PIC 9(03) VALUE 200.
000680 77  WS-GAUGE-COUNT           PIC 9(03) VALUE ZERO.
000690 77  WS-SUB                   PIC 9(03).
000700 77  WS-FOUND-SUB             PIC 9(03).
000710 77  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
000720 77  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
000730 77  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
000740 77  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
000750 77  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
000760 77  WS-TRANS-READ-COUNT      PIC 9(05) VALUE ZERO.
000770 77  WS-MASTER-IN-COUNT       PIC 9(05) VALUE ZERO.
000780 77  WS-MASTER-OUT-COUNT      PIC 9(05) VALUE ZERO.
000790 77  WS-RUN-DATE-8            PIC 9(08).
000800 77  WS-RUN-TIME              PIC 9(08).
000810 77  WS-AUTH-FUNCTION         PIC 9(01) VALUE 5.
000820 77  WS-AUTH-PROGRAM          PIC X(08) VALUE "GAUGMNT ".
000830 77  WS-AUTH-SUBJECT          PIC X(20).
000840*
000850 01  WS-SWITCHES.
000860     05  WS-TRANS-EOF-SWITCH  PIC X(01) VALUE 'N'.
000870         88  TRANS-EOF-YES              VALUE 'Y'.
000880         88  TRANS-EOF-NO               VALUE 'N'.
000890     05  WS-GAUGE-EOF-SWITCH  PIC X(01) VALUE 'N'.
000900         88  GAUGE-EOF-YES              VALUE 'Y'.
000910         88  GAUGE-EOF-NO               VALUE 'N'.
000920     05  WS-TRANS-OK-SWITCH   PIC X(01) VALUE 'N'.
000930         88  TRANS-OK                   VALUE 'Y'.
000940         88  TRANS-NOT-OK               VALUE 'N'.
000950     05  WS-ENTRY-SWITCH      PIC X(01) VALUE 'N'.
000960         88  ENTRY-FOUND                VALUE 'Y'.
000970         88  ENTRY-NOT-FOUND            VALUE 'N'.
000980*
000990 01  WS-AUTH-RETURN-CODE          PIC 9(02).
001000     88  AUTH-GRANTED                     VALUE ZERO.
001010     88  AUTH-NOT-GRANTED                 VALUE 01.
001020     88  AUTH-OPERATOR-NOT-VALID          VALUE 02.
001030     88  AUTH-NO-AUTHORITY-MASTER         VALUE 03.
001040*
001050* IN-CORE COPY OF THE GAUGE MASTER.  A DELETED GAUGE IS MARKED
001060* DROPPED RATHER THAN SHIFTED OUT, AND DROPPED ENTRIES ARE
001070* SKIPPED BY THE AFTER-LISTING AND THE NEW-GENERATION WRITE.
001080* GWT-ACTIVE-FLAG IS THE GAUGE'S OWN A/I SERVICE FLAG.
001090*
001100 01  GAUGE-WORK-TABLE.
001110     05  GWT-ENTRY OCCURS 200 TIMES.
001120         10  GWT-GAUGE-ID         PIC X(08).
001130         10  GWT-DESCRIPTION      PIC X(20).
001140         10  GWT-LAST-CAL-DATE    PIC 9(08).
001150         10  GWT-DUE-DATE         PIC 9(08).
001160         10  GWT-ACTIVE-FLAG      PIC X(01).
001170         10  GWT-KEPT-FLAG        PIC X(01).
001180             88  GWT-KEPT                 VALUE 'Y'.
001190             88  GWT-DROPPED              VALUE 'N'.
001200*
001210 01  WS-TRANS-DISPOSITION     PIC X(40) VALUE SPACE.
001220*
001230     COPY RUNSTAT.
001240*
001250 01  WS-RUN-DATE.
001260     05  WS-RUN-YY            PIC 9(02).
001270     05  WS-RUN-MM            PIC 9(02).
001280     05  WS-RUN-DD            PIC 9(02).
001290*
001300 01  WS-HEADING-1.
001310     05  FILLER               PIC X(01) VALUE SPACE.
001320     05  FILLER               PIC X(26) VALUE
001330         "GAUGE MAINTENANCE LISTING".
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
001490 01  WS-GAUGE-LINE.
001500     05  FILLER               PIC X(01) VALUE SPACE.
001510     05  GL-GAUGE-ID          PIC X(08).
001520     05  FILLER               PIC X(02) VALUE SPACE.
001530     05  GL-DESCRIPTION       PIC X(20).
001540     05  FILLER               PIC X(02) VALUE SPACE.
001550     05  GL-LAST-CAL-DATE     PIC 9999/99/99.
001560     05  FILLER               PIC X(02) VALUE SPACE.
001570     05  GL-DUE-DATE          PIC 9999/99/99.
001580     05  FILLER               PIC X(02) VALUE SPACE.
001590     05  GL-ACTIVE-FLAG       PIC X(01).
001600     05  FILLER               PIC X(22) VALUE SPACE.
001610*
001620 01  WS-TRANS-LINE.
001630     05  FILLER               PIC X(01) VALUE SPACE.
001640     05  TL-ACTION            PIC X(01).
001650     05  FILLER               PIC X(02) VALUE SPACE.
001660     05  TL-GAUGE-ID          PIC X(08).
001670     05  FILLER               PIC X(02) VALUE SPACE.
001680     05  TL-OPERATOR-ID       PIC X(08).
001690     05  FILLER               PIC X(02) VALUE SPACE.
001700     05  TL-DISPOSITION       PIC X(40).
001710     05  FILLER               PIC X(16) VALUE SPACE.
001720*
001730 01  WS-SUMMARY-LINE.
001740     05  FILLER               PIC X(01) VALUE SPACE.
001750     05  SU-LABEL             PIC X(40).
001760     05  SU-COUNT             PIC ZZZZ9.
001770     05  FILLER               PIC X(34) VALUE SPACE.
001780*
001790 01  WS-PRINT-LINE            PIC X(80).
001800*
001810 PROCEDURE DIVISION.
001820*
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     PERFORM 2000-PRINT-BEFORE THRU 2000-EXIT.
001860     PERFORM 3000-PROCESS-TRANS THRU 3000-EXIT
001870         UNTIL TRANS-EOF-YES.
001880     PERFORM 5000-PRINT-AFTER THRU 5000-EXIT.
001890     PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT.
001900     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001910     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001920     STOP RUN.
001930*
001940* ---------------------------------------------------------------
001950* 1000-INITIALIZE - OPEN FILES, GET THE RUN DATE, LOAD THE GAUGE
001960* MASTER INTO ITS WORK TABLE, AND PRIME THE TRANSACTION READ.
001970* NO GAUGMAST YET (STATUS 35) MEANS THE TABLE STARTS EMPTY.  A
001980* MISSING GAUGTRAN IS REPORTED AND THE MASTER IS CARRIED FORWARD
001990* UNCHANGED.
002000* ---------------------------------------------------------------
002010 1000-INITIALIZE.
002020     OPEN OUTPUT LISTING-FILE.
002030     ACCEPT WS-RUN-DATE FROM DATE.
002040     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
002050     ACCEPT WS-RUN-TIME FROM TIME.
002060     MOVE 99 TO WS-LINE-COUNT.
002070     MOVE SPACES TO GAUGE-WORK-TABLE.
002080     PERFORM 1100-LOAD-GAUGE-TABLE THRU 1100-EXIT.
002090     OPEN INPUT GAUGE-TRANS-FILE.
002100     IF WS-TRANS-STATUS = "35"
002110         DISPLAY "GAUGMNT - WARNING - NO GAUGTRAN TRANSACTION "
002120             "FILE - GAUGE MASTER CARRIED FORWARD UNCHANGED"
002130         SET TRANS-EOF-YES TO TRUE
002140     ELSE
002150         PERFORM 1500-READ-TRANS THRU 1500-EXIT
002160     END-IF.
002170 1000-EXIT.
002180     EXIT.
002190*
002200 1100-LOAD-GAUGE-TABLE.
002210     OPEN INPUT OLD-GAUGE-FILE.
002220     IF WS-OLD-GAUGE-STATUS = "35"
002230         SET GAUGE-EOF-YES TO TRUE
002240     ELSE
002250         PERFORM 1150-READ-OLD-GAUGE THRU 1150-EXIT
002260         PERFORM 1200-STORE-GAUGE-ENTRY THRU 1200-EXIT
002270             UNTIL GAUGE-EOF-YES
002280         CLOSE OLD-GAUGE-FILE
002290     END-IF.
002300 1100-EXIT.
002310     EXIT.
002320*
002330 1150-READ-OLD-GAUGE.
002340     READ OLD-GAUGE-FILE
002350         AT END
002360             SET GAUGE-EOF-YES TO TRUE
002370         NOT AT END
002380             ADD 1 TO WS-MASTER-IN-COUNT
002390     END-READ.
002400 1150-EXIT.
002410     EXIT.
002420*
002430 1200-STORE-GAUGE-ENTRY.
002440     IF WS-GAUGE-COUNT < WS-TABLE-MAX
002450         ADD 1 TO WS-GAUGE-COUNT
002460         MOVE GM-GAUGE-ID TO GWT-GAUGE-ID (WS-GAUGE-COUNT)
002470         MOVE GM-DESCRIPTION TO GWT-DESCRIPTION (WS-GAUGE-COUNT)
002480         MOVE GM-LAST-CAL-DATE
002490             TO GWT-LAST-CAL-DATE (WS-GAUGE-COUNT)
002500         MOVE GM-DUE-DATE TO GWT-DUE-DATE (WS-GAUGE-COUNT)
002510         MOVE GM-ACTIVE-FLAG TO GWT-ACTIVE-FLAG (WS-GAUGE-COUNT)
002520         SET GWT-KEPT (WS-GAUGE-COUNT) TO TRUE
002530     ELSE
002540         DISPLAY "GAUGMNT - WARNING - GAUGE WORK TABLE FULL - "
002550             "GAUGE " GM-GAUGE-ID " DROPPED"
002560     END-IF.
002570     PERFORM 1150-READ-OLD-GAUGE THRU 1150-EXIT.
002580 1200-EXIT.
002590     EXIT.
002600*
002610 1500-READ-TRANS.
002620     READ GAUGE-TRANS-FILE
002630         AT END
002640             SET TRANS-EOF-YES TO TRUE
002650         NOT AT END
002660             ADD 1 TO WS-TRANS-READ-COUNT
002670     END-READ.
002680 1500-EXIT.
002690     EXIT.
002700*
002710* ---------------------------------------------------------------
002720* 2000-PRINT-BEFORE - LIST THE GAUGE MASTER AS IT STOOD BEFORE ANY
002730* TRANSACTION WAS APPLIED.
002740* ---------------------------------------------------------------
002750 2000-PRINT-BEFORE.
002760     MOVE "GAUGE MASTER - BEFORE UPDATE" TO SE-TITLE.
002770     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
002780     PERFORM 2100-PRINT-GAUGE-ENTRY THRU 2100-EXIT
002790         VARYING WS-SUB FROM 1 BY 1
002800         UNTIL WS-SUB > WS-GAUGE-COUNT.
002810     MOVE "TRANSACTIONS APPLIED THIS RUN" TO SE-TITLE.
002820     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
002830 2000-EXIT.
002840     EXIT.
002850*
002860 2100-PRINT-GAUGE-ENTRY.
002870     IF GWT-KEPT (WS-SUB)
002880         MOVE GWT-GAUGE-ID (WS-SUB) TO GL-GAUGE-ID
002890         MOVE GWT-DESCRIPTION (WS-SUB) TO GL-DESCRIPTION
002900         MOVE GWT-LAST-CAL-DATE (WS-SUB) TO GL-LAST-CAL-DATE
002910         MOVE GWT-DUE-DATE (WS-SUB) TO GL-DUE-DATE
002920         MOVE GWT-ACTIVE-FLAG (WS-SUB) TO GL-ACTIVE-FLAG
002930         MOVE WS-GAUGE-LINE TO WS-PRINT-LINE
002940         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
002950     END-IF.
002960 2100-EXIT.
002970     EXIT.
002980*
002990* ---------------------------------------------------------------
003000* 3000-PROCESS-TRANS - EDIT ONE TRANSACTION, APPLY IT TO THE WORK
003010* TABLE IF IT PASSES, AND LOG IT ON THE LISTING WITH ITS
003020* DISPOSITION EITHER WAY.
003030* ---------------------------------------------------------------
003040 3000-PROCESS-TRANS.
003050     PERFORM 3100-EDIT-TRANS THRU 3100-EXIT.
003060     IF TRANS-OK
003070         PERFORM 3200-APPLY-TRANS THRU 3200-EXIT
003080     END-IF.
003090     IF TRANS-OK
003100         ADD 1 TO WS-APPLIED-COUNT
003110     ELSE
003120         ADD 1 TO WS-REJECTED-COUNT
003130     END-IF.
003140     PERFORM 3900-LOG-TRANS THRU 3900-EXIT.
003150     PERFORM 1500-READ-TRANS THRU 1500-EXIT.
003160 3000-EXIT.
003170     EXIT.
003180*
003190* ---------------------------------------------------------------
003200* 3100-EDIT-TRANS - REJECT A TRANSACTION WITH A BAD ACTION CODE OR
003210* A BLANK GAUGE ID, THEN ONE WHOSE TECHNICIAN DOES NOT HOLD THE
003220* GAUGE MAINTENANCE GRANT, THEN (ADD/CHANGE) BAD VALUES.  A DUE
003230* DATE MUST FALL AFTER THE CALIBRATION IT FOLLOWS.
003240* ---------------------------------------------------------------
003250 3100-EDIT-TRANS.
003260     SET TRANS-OK TO TRUE.
003270     MOVE "APPLIED" TO WS-TRANS-DISPOSITION.
003280     IF NOT GT-ACTION-ADD AND NOT GT-ACTION-CHANGE
003290             AND NOT GT-ACTION-DELETE
003300         SET TRANS-NOT-OK TO TRUE
003310         MOVE "REJECTED - INVALID ACTION CODE"
003320             TO WS-TRANS-DISPOSITION
003330         GO TO 3100-EXIT
003340     END-IF.
003350     IF GT-GAUGE-ID = SPACE
003360         SET TRANS-NOT-OK TO TRUE
003370         MOVE "REJECTED - NO GAUGE ID"
003380             TO WS-TRANS-DISPOSITION
003390         GO TO 3100-EXIT
003400     END-IF.
003410     MOVE SPACES TO WS-AUTH-SUBJECT.
003420     MOVE GT-GAUGE-ID TO WS-AUTH-SUBJECT.
003430     CALL "AUTHCHK" USING GT-OPERATOR-ID WS-AUTH-FUNCTION
003440         WS-AUTH-PROGRAM WS-AUTH-SUBJECT WS-AUTH-RETURN-CODE.
003450     EVALUATE TRUE
003460         WHEN AUTH-GRANTED
003470             CONTINUE
003480         WHEN AUTH-NOT-GRANTED
003490             SET TRANS-NOT-OK TO TRUE
003500             MOVE "REJECTED - NO GAUGE MAINTENANCE GRANT"
003510                 TO WS-TRANS-DISPOSITION
003520         WHEN AUTH-OPERATOR-NOT-VALID
003530             SET TRANS-NOT-OK TO TRUE
003540             MOVE "REJECTED - OPERATOR NOT VALID"
003550                 TO WS-TRANS-DISPOSITION
003560         WHEN OTHER
003570             SET TRANS-NOT-OK TO TRUE
003580             MOVE "REJECTED - NO AUTHORITY MASTER"
003590                 TO WS-TRANS-DISPOSITION
003600     END-EVALUATE.
003610     IF TRANS-NOT-OK OR GT-ACTION-DELETE
003620         GO TO 3100-EXIT
003630     END-IF.
003640     EVALUATE TRUE
003650         WHEN GT-DESCRIPTION = SPACE
003660             SET TRANS-NOT-OK TO TRUE
003670             MOVE "REJECTED - NO DESCRIPTION"
003680                 TO WS-TRANS-DISPOSITION
003690         WHEN GT-LAST-CAL-DATE IS NOT NUMERIC
003700                 OR GT-LAST-CAL-DATE = ZERO
003710             SET TRANS-NOT-OK TO TRUE
003720             MOVE "REJECTED - INVALID CALIBRATION DATE"
003730                 TO WS-TRANS-DISPOSITION
003740         WHEN GT-DUE-DATE IS NOT NUMERIC
003750                 OR GT-DUE-DATE NOT > GT-LAST-CAL-DATE
003760             SET TRANS-NOT-OK TO TRUE
003770             MOVE "REJECTED - INVALID DUE DATE"
003780                 TO WS-TRANS-DISPOSITION
003790         WHEN GT-ACTIVE-FLAG NOT = 'A'
003800                 AND GT-ACTIVE-FLAG NOT = 'I'
003810             SET TRANS-NOT-OK TO TRUE
003820             MOVE "REJECTED - ACTIVE FLAG MUST BE A OR I"
003830                 TO WS-TRANS-DISPOSITION
003840         WHEN OTHER
003850             CONTINUE
003860     END-EVALUATE.
003870 3100-EXIT.
003880     EXIT.
003890*
003900* ---------------------------------------------------------------
003910* 3200-APPLY-TRANS - APPLY ONE EDITED TRANSACTION TO THE WORK
003920* TABLE.  A CHANGE REPLACES THE WHOLE RECORD - THE LAB KEYS THE
003930* GAUGE AS IT IS TO STAND.
003940* ---------------------------------------------------------------
003950 3200-APPLY-TRANS.
003960     SET ENTRY-NOT-FOUND TO TRUE.
003970     MOVE ZERO TO WS-FOUND-SUB.
003980     PERFORM 3250-FIND-GAUGE-ENTRY THRU 3250-EXIT
003990         VARYING WS-SUB FROM 1 BY 1
004000         UNTIL WS-SUB > WS-GAUGE-COUNT OR ENTRY-FOUND.
004010     EVALUATE TRUE
004020         WHEN GT-ACTION-ADD AND ENTRY-FOUND
004030             SET TRANS-NOT-OK TO TRUE
004040             MOVE "REJECTED - GAUGE ALREADY ON FILE"
004050                 TO WS-TRANS-DISPOSITION
004060         WHEN GT-ACTION-ADD
004070             IF WS-GAUGE-COUNT < WS-TABLE-MAX
004080                 ADD 1 TO WS-GAUGE-COUNT
004090                 MOVE WS-GAUGE-COUNT TO WS-FOUND-SUB
004100                 PERFORM 3300-STORE-TRANS-VALUES THRU 3300-EXIT
004110             ELSE
004120                 SET TRANS-NOT-OK TO TRUE
004130                 MOVE "REJECTED - GAUGE TABLE FULL"
004140                     TO WS-TRANS-DISPOSITION
004150             END-IF
004160         WHEN ENTRY-NOT-FOUND
004170             SET TRANS-NOT-OK TO TRUE
004180             MOVE "REJECTED - GAUGE NOT ON FILE"
004190                 TO WS-TRANS-DISPOSITION
004200         WHEN GT-ACTION-CHANGE
004210             PERFORM 3300-STORE-TRANS-VALUES THRU 3300-EXIT
004220         WHEN GT-ACTION-DELETE
004230             SET GWT-DROPPED (WS-FOUND-SUB) TO TRUE
004240     END-EVALUATE.
004250 3200-EXIT.
004260     EXIT.
004270*
004280 3250-FIND-GAUGE-ENTRY.
004290     IF GWT-KEPT (WS-SUB)
004300             AND GWT-GAUGE-ID (WS-SUB) = GT-GAUGE-ID
004310         SET ENTRY-FOUND TO TRUE
004320         MOVE WS-SUB TO WS-FOUND-SUB
004330     END-IF.
004340 3250-EXIT.
004350     EXIT.
004360*
004370 3300-STORE-TRANS-VALUES.
004380     MOVE GT-GAUGE-ID TO GWT-GAUGE-ID (WS-FOUND-SUB).
004390     MOVE GT-DESCRIPTION TO GWT-DESCRIPTION (WS-FOUND-SUB).
004400     MOVE GT-LAST-CAL-DATE TO GWT-LAST-CAL-DATE (WS-FOUND-SUB).
004410     MOVE GT-DUE-DATE TO GWT-DUE-DATE (WS-FOUND-SUB).
004420     MOVE GT-ACTIVE-FLAG TO GWT-ACTIVE-FLAG (WS-FOUND-SUB).
004430     SET GWT-KEPT (WS-FOUND-SUB) TO TRUE.
004440 3300-EXIT.
004450     EXIT.
004460*
004470 3900-LOG-TRANS.
004480     MOVE GT-ACTION TO TL-ACTION.
004490     MOVE GT-GAUGE-ID TO TL-GAUGE-ID.
004500     MOVE GT-OPERATOR-ID TO TL-OPERATOR-ID.
004510     MOVE WS-TRANS-DISPOSITION TO TL-DISPOSITION.
004520     MOVE WS-TRANS-LINE TO WS-PRINT-LINE.
004530     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
004540 3900-EXIT.
004550     EXIT.
004560*
004570* ---------------------------------------------------------------
004580* 5000-PRINT-AFTER - LIST THE GAUGE MASTER AS IT STANDS AFTER THE
004590* TRANSACTIONS, SO THE LISTING SHOWS EXACTLY WHAT GAUGECHK AND
004600* CALDUE WILL LOAD ONCE GAUGMASTN IS PROMOTED.
004610* ---------------------------------------------------------------
004620 5000-PRINT-AFTER.
004630     MOVE "GAUGE MASTER - AFTER UPDATE" TO SE-TITLE.
004640     PERFORM 7200-WRITE-SECTION THRU 7200-EXIT.
004650     PERFORM 2100-PRINT-GAUGE-ENTRY THRU 2100-EXIT
004660         VARYING WS-SUB FROM 1 BY 1
004670         UNTIL WS-SUB > WS-GAUGE-COUNT.
004680 5000-EXIT.
004690     EXIT.
004700*
004710* ---------------------------------------------------------------
004720* 6000-WRITE-NEW-MASTER - CUT THE NEW GENERATION FROM THE WORK
004730* TABLE, SKIPPING DELETED GAUGES.  THE OPERATOR PROMOTES
004740* GAUGMASTN TO GAUGMAST BY HAND FOR THE NEXT RUN, AS SPECMASTN
004750* IS - GENPROMO ONLY PROMOTES COILIN AND OOSFILE.
004760* ---------------------------------------------------------------
004770 6000-WRITE-NEW-MASTER.
004780     OPEN OUTPUT NEW-GAUGE-FILE.
004790     PERFORM 6100-WRITE-NEW-GAUGE THRU 6100-EXIT
004800         VARYING WS-SUB FROM 1 BY 1
004810         UNTIL WS-SUB > WS-GAUGE-COUNT.
004820     CLOSE NEW-GAUGE-FILE.
004830 6000-EXIT.
004840     EXIT.
004850*
004860 6100-WRITE-NEW-GAUGE.
004870     IF GWT-KEPT (WS-SUB)
004880         MOVE SPACES TO NEW-GAUGE-RECORD
004890         MOVE GWT-GAUGE-ID (WS-SUB) TO NG-GAUGE-ID
004900         MOVE GWT-DESCRIPTION (WS-SUB) TO NG-DESCRIPTION
004910         MOVE GWT-LAST-CAL-DATE (WS-SUB) TO NG-LAST-CAL-DATE
004920         MOVE GWT-DUE-DATE (WS-SUB) TO NG-DUE-DATE
004930         MOVE GWT-ACTIVE-FLAG (WS-SUB) TO NG-ACTIVE-FLAG
004940         WRITE NEW-GAUGE-RECORD
004950         ADD 1 TO WS-MASTER-OUT-COUNT
004960     END-IF.
004970 6100-EXIT.
004980     EXIT.
004990*
005000* ---------------------------------------------------------------
005010* 7000-PRINT-SUMMARY - TRANSACTION COUNTS FOR THE SIGN-OFF.
005020* ---------------------------------------------------------------
005030 7000-PRINT-SUMMARY.
005040     MOVE SPACES TO WS-PRINT-LINE.
005050     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
005060     MOVE "TRANSACTIONS READ" TO SU-LABEL.
005070     MOVE WS-TRANS-READ-COUNT TO SU-COUNT.
005080     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
005090     MOVE "TRANSACTIONS APPLIED" TO SU-LABEL.
005100     MOVE WS-APPLIED-COUNT TO SU-COUNT.
005110     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
005120     MOVE "TRANSACTIONS REJECTED" TO SU-LABEL.
005130     MOVE WS-REJECTED-COUNT TO SU-COUNT.
005140     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
005150     MOVE "GAUGES ON NEW GAUGE MASTER" TO SU-LABEL.
005160     MOVE WS-MASTER-OUT-COUNT TO SU-COUNT.
005170     PERFORM 7300-WRITE-SUMMARY THRU 7300-EXIT.
005180 7000-EXIT.
005190     EXIT.
005200*
005210* ---------------------------------------------------------------
005220* 7100-WRITE-LINE - BREAK TO A NEW PAGE WHEN FULL, THEN WRITE THE
005230* LINE STAGED IN WS-PRINT-LINE.
005240* ---------------------------------------------------------------
005250 7100-WRITE-LINE.
005260     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
005270         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
005280     END-IF.
005290     WRITE LISTING-RECORD FROM WS-PRINT-LINE
005300         AFTER ADVANCING 1 LINE.
005310     ADD 1 TO WS-LINE-COUNT.
005320 7100-EXIT.
005330     EXIT.
005340*
005350 7200-WRITE-SECTION.
005360     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
005370         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
005380     END-IF.
005390     WRITE LISTING-RECORD FROM WS-SECTION-LINE
005400         AFTER ADVANCING 2 LINES.
005410     ADD 2 TO WS-LINE-COUNT.
005420 7200-EXIT.
005430     EXIT.
005440*
005450 7300-WRITE-SUMMARY.
005460     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
005470     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
005480 7300-EXIT.
005490     EXIT.
005500*
005510 7500-WRITE-HEADINGS.
005520     ADD 1 TO WS-PAGE-COUNT.
005530     MOVE WS-RUN-MM TO H1-RUN-MM.
005540     MOVE WS-RUN-DD TO H1-RUN-DD.
005550     MOVE WS-RUN-YY TO H1-RUN-YY.
005560     MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
005570     WRITE LISTING-RECORD FROM WS-HEADING-1
005580         AFTER ADVANCING PAGE.
005590     MOVE ZERO TO WS-LINE-COUNT.
005600 7500-EXIT.
005610     EXIT.
005620*
005630* ---------------------------------------------------------------
005640* 8000-TERMINATE - CLOSE FILES, WRITE THE RUN-CONTROL RECORD,
005650* SHOW A RUN SUMMARY, AND RETURN TO THE OPERATING SYSTEM.
005660* ---------------------------------------------------------------
005670 8000-TERMINATE.
005680     IF WS-TRANS-STATUS NOT = "35"
005690         CLOSE GAUGE-TRANS-FILE
005700     END-IF.
005710     CLOSE LISTING-FILE.
005720     PERFORM 8600-WRITE-RUN-STATS THRU 8600-EXIT.
005730     DISPLAY "GAUGE MAINTENANCE COMPLETE - "
005740         WS-APPLIED-COUNT " APPLIED, " WS-REJECTED-COUNT
005750         " REJECTED".
005760     DISPLAY "PROMOTE GAUGMASTN TO GAUGMAST FOR THE NEXT RUN".
005770 8000-EXIT.
005780     EXIT.
005790*
005800* ---------------------------------------------------------------
005810* 8600-WRITE-RUN-STATS - APPEND THIS RUN'S CONTROL TOTALS TO THE
005820* PERMANENT RUN-STATISTICS FILE FOR THE DAILY BALANCING RUN.
005830* ---------------------------------------------------------------
005840 8600-WRITE-RUN-STATS.
005850     MOVE SPACES TO RUN-STAT-RECORD.
005860     MOVE WS-RUN-DATE-8 TO RS-RUN-DATE.
005870     MOVE WS-RUN-TIME TO RS-RUN-TIME.
005880     MOVE "GAUGMNT " TO RS-PROGRAM-ID.
005890     MOVE WS-TRANS-READ-COUNT TO RS-RECORDS-READ.
005900     MOVE WS-APPLIED-COUNT TO RS-ACCEPTED.
005910     MOVE WS-REJECTED-COUNT TO RS-REJECTED.
005920     MOVE ZERO TO RS-OUT-OF-SPEC.
005930     MOVE ZERO TO RS-TRANS-WRITTEN.
005940     MOVE WS-MASTER-IN-COUNT TO RS-MASTER-IN.
005950     MOVE ZERO TO RS-MASTER-NEW.
005960     MOVE WS-MASTER-OUT-COUNT TO RS-MASTER-OUT.
005970     CALL "RUNLOG" USING RUN-STAT-RECORD.
005980 8600-EXIT.
005990     EXIT.
